      * Hold-log record, shared by the conversion suite.  HOLDLOG is
      * an append-only trail of staged outputs: ICVRT02 writes an 'H'
      * record when a staged run is held instead of delivered - a
      * tolerance warning (return code 4) or records left behind in
      * quarantine - and ICVRTREL writes a 'P' (promoted) or 'D'
      * (discarded) record carrying the same identity fields when an
      * operator's release card decides it.  A held output with no
      * later decision record is still waiting.
      * CV-HL-DATE/CV-HL-TIME are when the record was written: the
      * hold, or the decision.  Approver and reason are blank on a
      * hold record.
   12  01  CV-HOLD-RECORD.
   13      05 CV-HL-ACTION            PIC X(01).
   14         88 CV-HL-HELD                 Value 'H'.
   15         88 CV-HL-PROMOTED             Value 'P'.
   16         88 CV-HL-DISCARDED            Value 'D'.
   17      05 FILLER                  PIC X(01).
   18      05 CV-HL-DELIVER-DSN       PIC X(44).
   19      05 FILLER                  PIC X(01).
   20      05 CV-HL-HELD-DSN          PIC X(49).
   21      05 FILLER                  PIC X(01).
   22      05 CV-HL-RUN-ID            PIC X(16).
   23      05 FILLER                  PIC X(01).
   24      05 CV-HL-DATE              PIC 9(08).
   25      05 FILLER                  PIC X(01).
   26      05 CV-HL-TIME              PIC 9(06).
   27      05 FILLER                  PIC X(01).
   28      05 CV-HL-RETURN-CODE       PIC 9(04).
   29      05 FILLER                  PIC X(01).
   30      05 CV-HL-QUARANTINED       PIC 9(09).
   31      05 FILLER                  PIC X(01).
   32      05 CV-HL-EDITION           PIC X(20).
   33      05 FILLER                  PIC X(01).
   34      05 CV-HL-SOURCE            PIC X(44).
   35      05 FILLER                  PIC X(01).
   36      05 CV-HL-APPROVER          PIC X(08).
   37      05 FILLER                  PIC X(01).
   38      05 CV-HL-REASON            PIC X(40).
