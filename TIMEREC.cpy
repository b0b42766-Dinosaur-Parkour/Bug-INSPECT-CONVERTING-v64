      * Batch-window timing journal record, shared by the conversion
      * suite.  ICVRTDRV appends one per DRVLIST entry it accounts for
      * to TIMEJRNL - run or not, so NOT DUE, SKIP, DUP and MISS
      * entries are there with zero times - and ICVRTSLA reads a
      * night of them back, all streams together, against the nights
      * before it.
      * The clock times are HHMMSS as the driver saw them; the
      * matching -SECS fields are the same instants in seconds from
      * midnight of the run date, so a window straddling midnight
      * still sorts and subtracts (an instant on the next day reads
      * 86400 on).  Scheduled arrival is the entry's expected-by
      * time, or its cutoff when no expected-by is coded; actual
      * arrival is when the driver found the input there.  The SLA
      * time is the entry's finish-by column.  Scheduled arrival and
      * SLA are blank, with zero seconds, on an entry that codes
      * neither.  Seconds in each program are summed over retries.
   17  01  CV-TIMING-RECORD.
   18      05 CV-TJ-RUN-DATE          PIC 9(08).
   19      05 FILLER                  PIC X(01).
   20      05 CV-TJ-DATASET           PIC X(44).
   21      05 FILLER                  PIC X(01).
   22      05 CV-TJ-PGM-IND           PIC X(01).
   23      05 FILLER                  PIC X(01).
   24      05 CV-TJ-STREAM            PIC X(01).
   25      05 FILLER                  PIC X(01).
   26      05 CV-TJ-STATUS            PIC X(07).
   27      05 FILLER                  PIC X(01).
   28      05 CV-TJ-RETURN-CODE       PIC 9(04).
   29      05 FILLER                  PIC X(01).
   30      05 CV-TJ-SCHED-ARRIVAL     PIC X(04).
   31      05 FILLER                  PIC X(01).
   32      05 CV-TJ-ACTUAL-ARRIVAL    PIC 9(06).
   33      05 FILLER                  PIC X(01).
   34      05 CV-TJ-START-TIME        PIC 9(06).
   35      05 FILLER                  PIC X(01).
   36      05 CV-TJ-END-TIME          PIC 9(06).
   37      05 FILLER                  PIC X(01).
   38      05 CV-TJ-SLA-TIME          PIC X(04).
   39      05 FILLER                  PIC X(01).
   40      05 CV-TJ-RETRIES           PIC 9(02).
   41      05 FILLER                  PIC X(01).
   42      05 CV-TJ-RECORDS           PIC 9(09).
   43      05 FILLER                  PIC X(01).
   44      05 CV-TJ-SECS-ICVRT02      PIC 9(07).
   45      05 FILLER                  PIC X(01).
   46      05 CV-TJ-SECS-ICVRT03      PIC 9(07).
   47      05 FILLER                  PIC X(01).
   48      05 CV-TJ-SECS-ICVRTVFY     PIC 9(07).
   49      05 FILLER                  PIC X(01).
   50      05 CV-TJ-SCHED-SECS        PIC 9(06).
   51      05 FILLER                  PIC X(01).
   52      05 CV-TJ-ARRIVAL-SECS      PIC 9(06).
   53      05 FILLER                  PIC X(01).
   54      05 CV-TJ-START-SECS        PIC 9(06).
   55      05 FILLER                  PIC X(01).
   56      05 CV-TJ-END-SECS          PIC 9(06).
   57      05 FILLER                  PIC X(01).
   58      05 CV-TJ-SLA-SECS          PIC 9(06).
   59      05 FILLER                  PIC X(01).
