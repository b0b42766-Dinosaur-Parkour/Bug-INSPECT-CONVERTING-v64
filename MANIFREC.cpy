      * Delivery manifest record, shared by the conversion suite.  One
      * record per delivered OUTFILE, written by ICVRT02 or ICVRT03 when
      * the run delivers and read back by the ICVRTRCN receipt
      * reconciliation: the delivered dataset name, the run identifier
      * the audit trail already carries, the data it holds (records, and
      * bytes not counting the record descriptor words), a hash total
      * over those bytes, and the code-page edition stamp the run
      * converted under (for ICVRT03, the name of its substitution
      * table).  The hash total is each byte's binary value times its
      * position in its record, summed over every record of the file and
      * kept to its low fifteen digits - a receiver computes the same
      * sum over the file it picked up, and a byte that moved within its
      * record changes it where a plain byte sum would not.
      * CV-MF-SOURCE is the input dataset the delivery came from.
   15  01  CV-MANIFEST-RECORD.
   16      05 CV-MF-DATASET           PIC X(44).
   17      05 FILLER                  PIC X(01).
   18      05 CV-MF-RUN-ID            PIC X(16).
   19      05 FILLER                  PIC X(01).
   20      05 CV-MF-RECORDS           PIC 9(09).
   21      05 FILLER                  PIC X(01).
   22      05 CV-MF-BYTES             PIC 9(15).
   23      05 FILLER                  PIC X(01).
   24      05 CV-MF-HASH              PIC 9(15).
   25      05 FILLER                  PIC X(01).
   26      05 CV-MF-EDITION           PIC X(20).
   27      05 FILLER                  PIC X(01).
   28      05 CV-MF-SOURCE            PIC X(44).
   29      05 FILLER                  PIC X(01).
