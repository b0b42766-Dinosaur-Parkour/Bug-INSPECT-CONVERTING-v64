      * before.  CV-QUARDS-DSN names the quarantine dataset ICVRT02
      * diverts exception records to when the control card asks for
      * quarantine mode.
      * CV-DBCSTBL-DSN names the Unicode table a UTF-8 output run
      * loads - double-byte characters and any single-byte code
      * point overrides - shared by every entry like TBLLIB.
      * CV-DELIVER-DSN, when set, makes OUTFILE a held staging
      * dataset: ICVRT02 copies a clean run on to this delivery name
      * and leaves a warned or quarantined one held for release.
      * Unset (spaces), OUTFILE is the delivery itself, as before.
      * CV-MANIFEST-DSN names where ICVRT02's delivery manifest
      * records go, so a job that reconverts into scratch files can
      * keep its manifest out of the suite-wide one.
      * CV-PRIOR-DSN, CV-DLTKEY-DSN and CV-DELTA-DSN are the change-
      * data extract's prior delivered generation, per-feed key map
      * and delta dataset.
   32  01  CV-INFILE-DSN         PIC X(49) External.
   33  01  CV-OUTFILE-DSN        PIC X(49) External.
   34  01  CV-CTLCARD-DSN        PIC X(49) External.
   35  01  CV-SUBCTLF-DSN        PIC X(49) External.
   36  01  CV-EXCPRPT-DSN        PIC X(49) External.
   37  01  CV-REJECTDS-DSN       PIC X(49) External.
   38  01  CV-RESTARTF-DSN       PIC X(49) External.
   39  01  CV-FLDMAP-DSN         PIC X(49) External.
   40  01  CV-TBLLIB-DSN         PIC X(49) External.
   41  01  CV-RUNHIST-DSN        PIC X(49) External.
   42  01  CV-QUARDS-DSN         PIC X(49) External.
   43  01  CV-TOLCTL-DSN         PIC X(49) External.
   44  01  CV-DBCSTBL-DSN        PIC X(49) External.
   45  01  CV-DELIVER-DSN        PIC X(49) External.
   46  01  CV-MANIFEST-DSN       PIC X(49) External.
   47  01  CV-PRIOR-DSN          PIC X(49) External.
   48  01  CV-DLTKEY-DSN         PIC X(49) External.
   49  01  CV-DELTA-DSN          PIC X(49) External.
