      * Operations event record, shared by the conversion suite.  A
      * program with something an operator must act on - a failed,
      * missing, duplicate or warned feed, a feed still pending past
      * its expected-by time, a round trip that did not survive, a
      * translate table that did not certify - fills one of these
      * and CALLs ICVRTEVT, which stamps the date, time, message ID
      * and severity from the event type, appends the record to
      * EVENTS and issues the same event on the console.
      * The caller fills the event type, program, dataset, run
      * identifier, return code and reason; entry number, program
      * indicator and stream are the DRVLIST entry's, and are zero
      * or blank for a program run on its own.  The run identifier
      * is YYYYMMDD plus the HHMMSSss the raising run started, the
      * shape ICVRT02's run identifier already has.
   15  01  CV-EVENT-RECORD.
   16      05 CV-EV-DATE              PIC 9(08).
   17      05 FILLER                  PIC X(01).
   18      05 CV-EV-TIME              PIC 9(06).
   19      05 FILLER                  PIC X(01).
   20      05 CV-EV-MSGID             PIC X(07).
   21      05 FILLER                  PIC X(01).
   22      05 CV-EV-SEVERITY          PIC X(07).
   23      05 FILLER                  PIC X(01).
   24      05 CV-EV-TYPE              PIC X(05).
   25         88 CV-EV-FAIL                 Value 'FAIL '.
   26         88 CV-EV-MISS                 Value 'MISS '.
   27         88 CV-EV-DUP                  Value 'DUP  '.
   28         88 CV-EV-WARN                 Value 'WARN '.
   29         88 CV-EV-CERT                 Value 'CERT '.
   30         88 CV-EV-RTRIP                Value 'RTRIP'.
   31         88 CV-EV-LATE                 Value 'LATE '.
   32      05 FILLER                  PIC X(01).
   33      05 CV-EV-PROGRAM           PIC X(08).
   34      05 FILLER                  PIC X(01).
   35      05 CV-EV-DATASET           PIC X(44).
   36      05 FILLER                  PIC X(01).
   37      05 CV-EV-ENTRY-NBR         PIC 9(04).
   38      05 FILLER                  PIC X(01).
   39      05 CV-EV-PGM-IND           PIC X(01).
   40      05 FILLER                  PIC X(01).
   41      05 CV-EV-STREAM            PIC X(01).
   42      05 FILLER                  PIC X(01).
   43      05 CV-EV-RUN-ID            PIC X(16).
   44      05 FILLER                  PIC X(01).
   45      05 CV-EV-RETURN-CODE       PIC 9(04).
   46      05 FILLER                  PIC X(01).
   47      05 CV-EV-REASON            PIC X(40).
   48      05 FILLER                  PIC X(17).
