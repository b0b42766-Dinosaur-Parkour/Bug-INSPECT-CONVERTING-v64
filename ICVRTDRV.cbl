      * expected-by time earlier than the time this driver started
      * means tomorrow, so a window straddling midnight holds
      * correctly.
      *
      * An entry coded for staging converts into a held dataset (the
      * output name plus '.HELD') instead of the delivery name, and
      * ICVRT02 copies it on to the delivery name only when the run
      * is clean.  A tolerance warning or a quarantined record keeps
      * it held - reported HELD - until an operator's release card
      * run through ICVRTREL promotes or discards it, so a short file
      * no longer lands downstream just because nobody read the
      * report in time.  A discarded output no longer blocks the
      * same-day rerun that replaces it.
      *
      * Each entry is checked against the feed schedule calendar
      * (through the ICVRTCAL owner) on the run date before anything
      * else is done with it: a weekday-only feed on a Saturday, a
      * month-end file mid-month or a feed suspended over a holiday
      * reports NOT DUE with a zero return code, instead of running,
      * holding for a file that is not coming or reading MISS.  The
      * report's status column grows into the three spaces after it
      * to carry the longer word; every other column stays put.
      *
      * Every entry the driver accounts for also leaves one record
      * on the batch-window timing journal (TIMEJRNL): when its
      * input was due and when it was found, when the entry started
      * and finished, the retries it used, the records it converted
      * and the seconds spent inside ICVRT02, ICVRT03 and ICVRTVFY.
      * A new finish-by column gives the entry an SLA time for the
      * journal to carry.  ICVRTSLA reads a night of the journal,
      * every stream together, for the critical path, the SLA
      * breaches and the trend against the nights before.  A
      * journal that will not open is announced and the night runs
      * without it; the merge run writes none.
      *
      * A '6' entry runs the ICVRTDLT change-data extract for a feed
      * already delivered tonight: the same dataset, output and
      * control-card columns as the '2' entry it follows, and the
      * prior delivered generation of the output in the fourth
      * column (a dated name with a day-offset symbol, or a
      * relative generation).  The delta lands beside the delivery
      * as its name plus '.DELTA', keyed by the feed's '.DLTKEY'
      * map, and its count report on DLTRPT; the entry reports PASS,
      * WARN (a key repeated) or FAIL (the counts did not tie) like
      * any other, or HELD - no delta taken - when tonight's output
      * for the feed was held for release; a rerun after ICVRTREL
      * promotes it takes the delta then.  It converts nothing, so
      * it writes no history row and is never a duplicate.
      *
      * Every FAIL, MISS, DUP and WARN this driver reports, a HELD
      * output the tolerance gate warned, a failed '5' entry's round
      * trip, and a held feed still pending past its expected-by time
      * is also raised as an operations event through ICVRTEVT - a
      * record on EVENTS and a console message with a fixed message
      * ID - carrying the entry's list position, type and stream and
      * this run's identifier (the run date and the time the driver
      * started), so the console's automation pages the support group
      * in the night instead of the morning shift finding DRVRPT red.
      * The merge run raises none; its stream jobs raised their own as
      * they went.
       
  154  ENVIRONMENT DIVISION.
  155  INPUT-OUTPUT SECTION.
  156  FILE-CONTROL.
  157      SELECT DRIVER-LIST-FILE ASSIGN TO DRVLIST
  158          ORGANIZATION IS LINE SEQUENTIAL
  159          FILE STATUS IS CV-DRVLIST-FSTATUS.
       
  161      SELECT DRIVER-REPORT-FILE ASSIGN TO DRVRPT
  162          ORGANIZATION IS LINE SEQUENTIAL
  163          FILE STATUS IS CV-DRVRPT-FSTATUS.

  165      SELECT PRIOR-REPORT-FILE ASSIGN TO DRVRPTI
  166          ORGANIZATION IS LINE SEQUENTIAL
  167          FILE STATUS IS CV-RPTIN-FSTATUS.

  169      SELECT STREAM-CARD-FILE ASSIGN TO STRMCARD
  170          ORGANIZATION IS LINE SEQUENTIAL
  171          FILE STATUS IS CV-STRMCARD-FSTATUS.

      * Opened only to learn whether an entry's input dataset has
      * arrived yet; never read.
  175      SELECT ARRIVAL-PROBE-FILE ASSIGN TO DYNAMIC
  176          CV-DRV-PROBE-DSN
  177          ORGANIZATION IS LINE SEQUENTIAL
  178          FILE STATUS IS CV-PROBE-FSTATUS.

      * Appended to for every entry accounted for; read back by
      * ICVRTSLA.
  182      SELECT TIMING-JOURNAL-FILE ASSIGN TO TIMEJRNL
  183          ORGANIZATION IS LINE SEQUENTIAL
  184          FILE STATUS IS CV-TIMEJRNL-FSTATUS.
       
  186  DATA DIVISION.
  187  FILE SECTION.
       
  189  FD  DRIVER-LIST-FILE.
  190  01  CV-DRVLIST-LINE            PIC X(205).
       
  192  FD  DRIVER-REPORT-FILE.
  193  01  CV-DRVRPT-LINE             PIC X(80).

  195  FD  PRIOR-REPORT-FILE.
  196  01  CV-RPTIN-LINE              PIC X(80).

  198  FD  STREAM-CARD-FILE.
  199  01  STRMCARD-LINE              PIC X(80).

  201  FD  ARRIVAL-PROBE-FILE.
  202  01  PROBE-LINE                 PIC X(80).

  204  FD  TIMING-JOURNAL-FILE.
  205  01  TIMEJRNL-LINE              PIC X(174).
       
  207  WORKING-STORAGE SECTION.
       
  209  COPY CVDDNAME.
  210  COPY EVENTREC.
  211  COPY EVENTCTX.
       
  213  01  CV-DRVLIST-FSTATUS         PIC X(02) Value '00'.
  214  01  CV-DRVRPT-FSTATUS          PIC X(02) Value '00'.
  215  01  CV-DRVLIST-EOF-SWITCH      PIC X(01) Value 'N'.
  216      88 CV-DRVLIST-EOF                 Value 'Y'.
       
      * Column  1    - which conversion program this entry runs -
      *             '2' = ICVRT02, '3' = ICVRT03, '4' = ICVRT02's
      *             combined convert-and-substitute pass, '5' =
      *             ICVRTVFY round-trip verification of a feed
      *             already converted tonight (same dataset columns
      *             as the '2' entry it follows), '6' =
      *             ICVRTDLT change-data extract of a feed
      *             already delivered tonight (the same again).
      * Columns 3-46 - dataset name, the physical path bound to
      *             INFILE for an ICVRT02 or ICVRT03 entry - ICVRT03
      *             now reads a real input dataset instead of the
      *             bound to SUBCTLF.  Ignored for '2' and '3'
      *             entries ('3' takes its substitution file from the
      *             control-file column, as it always has).
      *             For a '6' entry, the prior delivered
      *             generation the delta is taken against.
      * Column 183  - failure disposition: 'C' (or blank) carries on
      *             past this entry when it fails; 'A' abandons the
      *             rest of the list, for feeds whose downstream
      *             differently from 'conversion broke'.  Blank =
      *             no arrival handling, the entry fails its open
      *             exactly as before.
      * Column 199  - 'H' stages the output of a '2' or '4' entry:
      *             OUTFILE becomes the held dataset, delivered only
      *             by a clean run and otherwise held for release.  A
      *             '5' entry coded 'H' verifies the held dataset.
      *             Blank = deliver directly, as before; 'H' on a '3'
      *             or '6' entry is a keying error - a delta is taken
      *             only from what was delivered.
      * Columns 201-204 - finish-by time HHMM (optional): the SLA the
      *             entry is measured against on the timing journal.
      *             An SLA earlier than the time the driver started
      *             means tomorrow, as the arrival columns do.
  285  01  CV-DRVLIST-VIEW REDEFINES CV-DRVLIST-LINE.
  286      05 CV-DRV-PGM-IND          PIC X(01).
  287      05 FILLER                  PIC X(01).
  288      05 CV-DRV-DATASET-NAME     PIC X(44).
  289      05 FILLER                  PIC X(01).
  290      05 CV-DRV-OUTPUT-NAME      PIC X(44).
  291      05 FILLER                  PIC X(01).
  292      05 CV-DRV-CTLFILE-NAME     PIC X(44).
  293      05 FILLER                  PIC X(01).
  294      05 CV-DRV-SUBCTL-NAME      PIC X(44).
  295      05 FILLER                  PIC X(01).
  296      05 CV-DRV-DISP-IND         PIC X(01).
  297         88 CV-DRV-DISP-ABORT          Value 'A'.
  298         88 CV-DRV-DISP-VALID          Value 'A' 'C' SPACE.
  299      05 FILLER                  PIC X(01).
  300      05 CV-DRV-RETRY-IND        PIC X(01).
  301         88 CV-DRV-RETRY-VALID         Value '0' THRU '9'
  302                                             SPACE.
  303      05 FILLER                  PIC X(01).
  304      05 CV-DRV-STREAM-IND       PIC X(01).
  305         88 CV-DRV-STREAM-VALID        Value '0' THRU '9'
  306                                             SPACE.
  307      05 FILLER                  PIC X(01).
  308      05 CV-DRV-EXPECT-HHMM     PIC X(04).
  309      05 FILLER                  PIC X(01).
  310      05 CV-DRV-CUTOFF-HHMM     PIC X(04).
  311      05 FILLER                  PIC X(01).
  312      05 CV-DRV-HOLD-IND         PIC X(01).
  313         88 CV-DRV-HOLD-STAGED         Value 'H'.
  314         88 CV-DRV-HOLD-VALID          Value 'H' SPACE.
  315      05 FILLER                  PIC X(01).
  316      05 CV-DRV-SLA-HHMM         PIC X(04).
  317      05 FILLER                  PIC X(01).
       
  319  01  CV-DRV-RC                  PIC 9(04) COMP.

  321  01  CV-DRV-MAX-RC              PIC 9(04) COMP Value ZERO.
  322  01  CV-DRV-RETRY-LIMIT         PIC 9(01).
  323  01  CV-DRV-TRY-NBR             PIC 9(02) COMP.
  324  01  CV-RPTIN-FSTATUS           PIC X(02) Value '00'.
  325  01  CV-RPTIN-EOF-SWITCH        PIC X(01) Value 'N'.
  326      88 CV-RPTIN-EOF                  Value 'Y'.
  327  01  CV-PRIOR-FOUND-SWITCH      PIC X(01).
  328      88 CV-PRIOR-PASS                 Value 'Y'.

      * The prior report, read back in rerun mode: the dataset,
      * verdict, return-code and program-indicator columns of the
      * claiming the conversion's line, or the reverse; a blank
      * indicator (a report from before the column existed) matches
      * any entry type, as the old name-only match did.
  338  01  CV-RPTIN-VIEW REDEFINES CV-RPTIN-LINE.
  339      05 CV-RPTIN-DATASET        PIC X(44).
  340      05 FILLER                  PIC X(03).
  341      05 CV-RPTIN-STATUS         PIC X(07).
  342      05 FILLER                  PIC X(11).
  343      05 CV-RPTIN-RC-X           PIC X(04).
  344      05 FILLER                  PIC X(05).
  345      05 CV-RPTIN-PGM-IND        PIC X(01).
  346      05 FILLER                  PIC X(05).

      * Stream control.  No STRMCARD bound to the step is the
      * normal serial run; 'STREAM n' makes this address space work
      * 'MERGE' rebuilds the single DRVRPT in DRVLIST order from
      * the per-stream reports concatenated on DRVRPTI, rolling one
      * maximum condition code up for the scheduler.
  355  01  CV-STRMCARD-FSTATUS        PIC X(02) Value '00'.
  356  01  CV-STRM-VIEW REDEFINES STRMCARD-LINE.
  357      05 CV-STRM-KEYWORD         PIC X(06).
  358         88 CV-STRM-KEY-STREAM         Value 'STREAM'.
  359         88 CV-STRM-KEY-MERGE          Value 'MERGE '.
  360      05 FILLER                  PIC X(01).
  361      05 CV-STRM-DIGIT           PIC X(01).
  362         88 CV-STRM-DIGIT-VALID        Value '0' THRU '9'.
  363      05 FILLER                  PIC X(72).
  364  01  CV-STRM-MODE               PIC X(01) Value SPACE.
  365      88 CV-STRM-SERIAL-MODE          Value SPACE.
  366      88 CV-STRM-STREAM-MODE          Value 'S'.
  367      88 CV-STRM-MERGE-MODE           Value 'M'.
  368  01  CV-STRM-THIS-STREAM        PIC X(01).
  369  01  CV-DRV-STREAM-EFF          PIC X(01).

      * Date-symbol resolution state.  A name column may carry
      * '&YYYYMMDD' or '&YYMMDD', each with an optional single-digit
      * reaches the CVDDNAME variables, the report, the run-history
      * key or the prior-report SKIP match - so reruns line up on
      * the same resolved names the first run used.
  378  01  CV-DRV-NAME-WORK           PIC X(44).
  379  01  CV-DRV-NAME-OLD            PIC X(44).
  380  01  CV-DRV-SYM-POS             PIC 9(02) COMP.
  381  01  CV-DRV-SYM-LEN             PIC 9(02) COMP.
  382  01  CV-DRV-SYM-DATE-LEN        PIC 9(02) COMP.
  383  01  CV-DRV-SYM-REM-LEN         PIC S9(03) COMP.
  384  01  CV-DRV-SYM-OUT-IX          PIC 9(02) COMP.
  385  01  CV-DRV-SCAN-IX             PIC 9(02) COMP.
  386  01  CV-DRV-SYM-GUARD           PIC 9(02) COMP.
  387  01  CV-DRV-SYM-OFFSET          PIC 9(02).
  388  01  CV-DRV-SYM-DATE            PIC 9(08).
  389  01  CV-DRV-SYM-DATE-X REDEFINES CV-DRV-SYM-DATE
  390                                 PIC X(08).
  391  01  CV-DRV-SYM-FOUND-SW        PIC X(01).
  392      88 CV-DRV-SYM-FOUND             Value 'Y'.
  393  01  CV-DRV-SYMBOL-OK-SW        PIC X(01).
  394      88 CV-DRV-SYMBOL-OK             Value 'Y'.

      * Expected-arrival state.  An entry with a cutoff time whose
      * input dataset has not arrived is held rather than failed:
      * with return code 10 once the cutoff passes, so operations
      * can tell 'sender never transmitted' from 'conversion broke'
      * on the report itself.
  404  01  CV-DRV-PROBE-DSN           PIC X(49).
  405  01  CV-PROBE-FSTATUS           PIC X(02) Value '00'.
  406  01  CV-ARRIVAL-STATE           PIC X(01).
  407      88 CV-ARRIVAL-READY             Value 'R'.
  408      88 CV-ARRIVAL-HOLD              Value 'H'.
  409      88 CV-ARRIVAL-MISSED            Value 'M'.
  410  01  CV-ARRIVAL-OK-SW           PIC X(01).
  411      88 CV-ARRIVAL-COLS-OK           Value 'Y'.
  412  01  CV-PND-TABLE.
  413      05 CV-PND-ENTRY Occurs 100.
  414         10 CV-PND-LINE          PIC X(205).
  415         10 CV-PND-STATE         PIC X(01).
  416         10 CV-PND-ENTRY-NBR     PIC 9(04) COMP.
  417  01  CV-PND-COUNT               PIC 9(03) COMP Value ZERO.
  418  01  CV-PND-OPEN-COUNT          PIC 9(03) COMP Value ZERO.
  419  01  CV-PND-SUB                 PIC 9(03) COMP.
  420  01  CV-DRV-TIME-NOW            PIC 9(08).
  421  01  CV-DRV-TIME-NOW-VIEW REDEFINES CV-DRV-TIME-NOW.
  422      05 CV-DRV-NOW-HH           PIC 9(02).
  423      05 CV-DRV-NOW-MM           PIC 9(02).
  424      05 CV-DRV-NOW-SS           PIC 9(02).
  425      05 CV-DRV-NOW-HS           PIC 9(02).
      * A batch window straddling midnight is the normal case for
      * arrival handling, so the clock comparisons fold the day
      * wrap in the same way Compute-Elapsed-Time folds its +86400:
      * this driver started means "tomorrow" and folds +2400, and
      * the current clock folds the same way once it wraps past
      * midnight.
  433  01  CV-DRV-NOW-HHMM            PIC 9(04).
  434  01  CV-DRV-EXPECT-9            PIC 9(04).
  435  01  CV-DRV-CUTOFF-9            PIC 9(04).
  436  01  CV-DRV-START-HHMM          PIC 9(04).
  437  01  CV-DRV-WAIT-SECS           PIC S9(09) COMP Value 60.
  438  01  CV-DRV-CEE-FEEDBACK        PIC X(12).

      * Each stream-report line is claimed at most once, and only
      * by an entry of its own program type, so the '2' and '5'
      * entries a feed carries for the same dataset each merge
      * their own line and their own return code.
  444  01  CV-MRG-TABLE.
  445      05 CV-MRG-ENTRY Occurs 500.
  446         10 CV-MRG-DATASET       PIC X(44).
  447         10 CV-MRG-STATUS        PIC X(07).
  448         10 CV-MRG-RC            PIC 9(04).
  449         10 CV-MRG-PGM           PIC X(01).
  450         10 CV-MRG-USED          PIC X(01).
  451  01  CV-MRG-COUNT               PIC 9(03) COMP Value ZERO.
  452  01  CV-MRG-SUB                 PIC 9(03) COMP.
  453  01  CV-MRG-FOUND-SW            PIC X(01).
  454      88 CV-MRG-FOUND                 Value 'Y'.
  455  01  CV-MRG-RC-X                PIC X(04).
  456  01  CV-MRG-RC-9 REDEFINES CV-MRG-RC-X
  457                                 PIC 9(04).

      * Set when a '5' entry's verification was declined (ICVRTVFY
      * answers 4 for a reformat feed): the entry reports SKIP with
      * Cleared at the top of Run-Entry-With-Retry, so a held entry
      * run from the pending sweep never inherits it from an
      * earlier '5' entry.
  465  01  CV-DRV-VFY-SKIP-SW         PIC X(01) Value 'N'.
  466      88 CV-DRV-VFY-SKIPPED           Value 'Y'.

      * Set when a staged entry's output was held rather than
      * delivered, as its run-history row records; the entry then
      * reports HELD.  Cleared with the skip switch above.
  471  01  CV-DRV-HELD-SW             PIC X(01) Value 'N'.
  472      88 CV-DRV-OUTPUT-HELD           Value 'Y'.
  473  01  CV-DRV-HELD-DATE           PIC 9(08).

      * Prior-report PASS/SKIP/WARN lines, each claimable once and
      * only by an entry of the same program type, so a feed's '2'
      * and '5' entries settle against their own prior verdicts.
  478  01  CV-PASS-NAME-TABLE.
  479      05 CV-PASS-ENTRY Occurs 500.
  480         10 CV-PASS-NAME         PIC X(44).
  481         10 CV-PASS-PGM          PIC X(01).
  482         10 CV-PASS-USED         PIC X(01).
  483  01  CV-PASS-NAME-COUNT         PIC 9(03) COMP Value ZERO.
  484  01  CV-PASS-NAME-SUB           PIC 9(03) COMP.

  486  COPY RUNHREC.
  487  01  CV-HIST-FUNCTION           PIC X(01).
  488  01  CV-HIST-FOUND-SW           PIC X(01).
  489  01  CV-DUP-SWITCH              PIC X(01).
  490      88 CV-DUP-TODAY                  Value 'Y'.
  491  01  CV-DRV-TODAY               PIC 9(08).

      * This run's identifier on every event it raises, and each
      * entry's position in DRVLIST, counted as the list is read.
  495  01  CV-DRV-RUN-ID.
  496      05 CV-DRV-RUN-ID-DATE      PIC 9(08).
  497      05 CV-DRV-RUN-ID-TIME      PIC 9(08).
  498  01  CV-DRV-ENTRY-NBR           PIC 9(04) COMP Value ZERO.
  499  01  CV-DRV-EVENT-SW            PIC X(01).
  500      88 CV-DRV-EVENT-DUE              Value 'Y'.
  501  01  CV-DRV-EVT-RC-ED           PIC ZZZ9.

      * The calendar's answer for the entry's feed on the run date;
      * a feed not scheduled tonight reports NOT DUE instead of
      * running, or holding for a file nobody is going to send.
  506  01  CV-DRV-DUE-SW              PIC X(01).
  507      88 CV-DRV-NOT-DUE               Value 'N'.
  508  01  CV-DRV-SCHEDULE            PIC X(01).

      * Timing journal state.  The record is built up in place while
      * the entry runs and written with its report line.  Clock
      * readings are seconds from midnight of the run date, so a
      * reading taken after midnight carries 86400 on; the coded
      * HHMM times fold the same way the arrival clock does.
  515  COPY TIMEREC.
  516  01  CV-TIMEJRNL-FSTATUS        PIC X(02) Value '00'.
  517  01  CV-TIMEJRNL-SW             PIC X(01) Value 'N'.
  518      88 CV-TIMEJRNL-OPEN             Value 'Y'.
  519  01  CV-DRV-CLOCK-DATE          PIC 9(08).
  520  01  CV-DRV-CLOCK-HHMMSS        PIC 9(06).
  521  01  CV-DRV-CLOCK-SECS          PIC 9(06).
  522  01  CV-DRV-CALL-START-SECS     PIC 9(06).
  523  01  CV-DRV-FOLD-HHMM           PIC X(04).
  524  01  CV-DRV-FOLD-HHMM-9 REDEFINES CV-DRV-FOLD-HHMM.
  525      05 CV-DRV-FOLD-HH          PIC 9(02).
  526      05 CV-DRV-FOLD-MM          PIC 9(02).
  527  01  CV-DRV-FOLD-SECS           PIC 9(06).
       
      * Per-entry exception/reject/restart paths, built from the
      * dataset name so each entry gets its own diagnostics instead of
      * every entry overwriting the diagnostics of the one before it.
  532  01  CV-DRV-EXCP-PATH           PIC X(49).
  533  01  CV-DRV-REJ-PATH            PIC X(49).
  534  01  CV-DRV-RST-PATH            PIC X(49).
  535  01  CV-DRV-FLD-PATH            PIC X(49).
  536  01  CV-DRV-QUAR-PATH           PIC X(49).
  537  01  CV-DRV-HELD-PATH           PIC X(49).
  538  01  CV-DRV-DLTKEY-PATH         PIC X(49).
  539  01  CV-DRV-DELTA-PATH          PIC X(49).
       
      * The report line carries the entry's program indicator so a
      * rerun's SKIP match and the stream-report merge can tell a
      * feed's '2' conversion line from its '5' verification line,
      * which share the dataset columns by design.
  545  01  CV-DRVRPT-DETAIL-LINE.
  546      05 CV-DRVRPT-DATASET       PIC X(44).
  547      05 FILLER                  PIC X(03) Value SPACES.
  548      05 CV-DRVRPT-STATUS        PIC X(07).
  549      05 FILLER                  PIC X(11) Value ' RETURN CD='.
  550      05 CV-DRVRPT-RC-DISPLAY    PIC ZZZ9.
  551      05 FILLER                  PIC X(05) Value ' PGM '.
  552      05 CV-DRVRPT-PGM-IND       PIC X(01).

  554  01  CV-ABORT-NOTE-LINE         PIC X(45) Value
  555      'REMAINING ENTRIES NOT RUN - ABORT DISPOSITION'.
       
  557  LINKAGE SECTION.
       
  559  PROCEDURE DIVISION.
       
  561  0000-MAINLINE.
  562      Accept CV-DRV-TODAY From Date YYYYMMDD
  563      Accept CV-DRV-TIME-NOW From Time
  564      Move CV-DRV-TODAY to CV-DRV-RUN-ID-DATE
  565      Move CV-DRV-TIME-NOW to CV-DRV-RUN-ID-TIME
  566      Move CV-DRV-RUN-ID to CV-EVT-RUN-ID
  567      Compute CV-DRV-START-HHMM =
  568         CV-DRV-NOW-HH * 100 + CV-DRV-NOW-MM
  569      Perform Establish-Stream-Mode
  570      Open Input DRIVER-LIST-FILE
  571      If CV-DRVLIST-FSTATUS Not = '00'
  572         Display 'ICVRTDRV: DRVLIST OPEN FAILED - STATUS '
  573            CV-DRVLIST-FSTATUS
  574         Move 16 to Return-Code
  575         Goback
  576      End-If
  577      Open Output DRIVER-REPORT-FILE
  578      If Not CV-STRM-MERGE-MODE
  579         Perform Open-Timing-Journal
  580      End-If

  582      If CV-STRM-MERGE-MODE
  583         Perform Merge-Stream-Reports
  584      Else
  585         Perform Load-Prior-Report

  587         Perform Process-Driver-Entry
  588            Until CV-DRVLIST-EOF

      * Entries held for late feeds are worked here, after the rest
      * of the list: re-checked on an interval, run as their files
      * land, and reported MISS once their cutoffs pass.
  593         Perform Work-Pending-Entries
  594      End-If

  596      Close DRIVER-LIST-FILE
  597      Close DRIVER-REPORT-FILE
  598      If CV-TIMEJRNL-OPEN
  599         Close TIMING-JOURNAL-FILE
  600      End-If

      * The step's own condition code is the worst entry of the
      * night - the scheduler no longer has to read DRVRPT to find
      * out the night went wrong.
  605      Move CV-DRV-MAX-RC to Return-Code
  606      Goback.
       
       
  609  Process-Driver-Entry.
  610      Read DRIVER-LIST-FILE
  611         At End
  612            Set CV-DRVLIST-EOF to True
  613         Not At End
  614            Add 1 to CV-DRV-ENTRY-NBR
  615            Perform Resolve-Entry-Symbols
  616            Perform Run-Conversion-Entry
  617      End-Read
  618      .
       
       
  621  Run-Conversion-Entry.
      * In stream mode another address space owns every entry whose
      * stream column names a different stream; those pass by here
      * without a report line, and the MERGE run afterwards puts
      * the whole night's report back together in list order.
  626      Perform Reset-Entry-Timing
  627      Perform Clear-Event-Context
  628      Move CV-DRV-PGM-IND to CV-DRVRPT-PGM-IND
  629      Move CV-DRV-STREAM-IND to CV-DRV-STREAM-EFF
  630      If CV-DRV-STREAM-EFF = SPACE
  631         Move '0' to CV-DRV-STREAM-EFF
  632      End-If
  633      If CV-STRM-STREAM-MODE
  634         And CV-DRV-STREAM-EFF Not = CV-STRM-THIS-STREAM
  635         Continue
  636      Else
  637         Evaluate CV-DRV-PGM-IND
  638            When '2'
  639            When '3'
  640            When '4'
  641            When '5'
  642            When '6'
  643               Perform Run-List-Entry
  644            When Other
      * A mis-keyed program indicator used to report FAIL with a
      * zero return code, which left the night green; it now rolls
      * an 8 into the step condition code like any other failure.
  648               Move CV-DRV-DATASET-NAME to CV-DRVRPT-DATASET
  649               Move 'UNKNOWN PROGRAM INDICATOR' to CV-EVT-REASON
  650               Move 8 to CV-DRV-RC
  651               Perform Set-Report-Status
  652               Perform Write-Driver-Report-Line
  653               Perform Roll-Up-Return-Code
  654         End-Evaluate
  655      End-If
  656      .


      * Disposition and retry columns are validated the same way the
      * program indicator is: a mis-keyed entry fails on the report
      * without running anything.  An entry the prior report already
      * shows as passed is skipped, not reconverted.
      * A feed the calendar does not schedule for tonight is NOT DUE
      * and is not looked at any further.
  665  Run-List-Entry.
  666      Move CV-DRV-DATASET-NAME to CV-DRVRPT-DATASET
  667      Perform Validate-Arrival-Columns
  668      If Not CV-DRV-DISP-VALID Or Not CV-DRV-RETRY-VALID
  669         Or Not CV-DRV-STREAM-VALID Or Not CV-DRV-SYMBOL-OK
  670         Or Not CV-ARRIVAL-COLS-OK Or Not CV-DRV-HOLD-VALID
  671         Or (CV-DRV-HOLD-STAGED And CV-DRV-PGM-IND = '3')
  672         Or (CV-DRV-HOLD-STAGED And CV-DRV-PGM-IND = '6')
  673         Or (CV-DRV-PGM-IND = '6' And CV-DRV-SUBCTL-NAME = SPACES)
  674         Display 'ICVRTDRV: BAD DISPOSITION/RETRY/STREAM/'
  675            'ARRIVAL/HOLD/SLA/PRIOR COLUMN OR DATE SYMBOL - '
  676            CV-DRV-DATASET-NAME
  677         Move 'DRVLIST ENTRY COLUMNS MIS-KEYED'
  678            to CV-EVT-REASON
  679         Move 8 to CV-DRV-RC
  680         Perform Set-Report-Status
  681         Perform Write-Driver-Report-Line
  682         Perform Roll-Up-Return-Code
  683      Else
  684         Perform Check-Feed-Schedule
  685         If CV-DRV-NOT-DUE
  686            Move 'NOT DUE' to CV-DRVRPT-STATUS
  687            Move ZERO to CV-DRVRPT-RC-DISPLAY
  688            Perform Write-Driver-Report-Line
  689         Else
  690            Perform Check-Prior-Pass
  691            Perform Check-History-Duplicate
  692            If CV-PRIOR-PASS
  693               Move 'SKIP' to CV-DRVRPT-STATUS
  694               Move ZERO to CV-DRVRPT-RC-DISPLAY
  695               Perform Write-Driver-Report-Line
  696            Else
  697               If CV-DUP-TODAY
  698                  Move 'DUP ' to CV-DRVRPT-STATUS
  699                  Move 8 to CV-DRV-RC
  700                  Move CV-DRV-RC to CV-DRVRPT-RC-DISPLAY
  701                  Perform Write-Driver-Report-Line
  702                  Perform Roll-Up-Return-Code
  703               Else
  704                  Perform Check-Feed-Arrival
  705                  Evaluate True
  706                     When CV-ARRIVAL-READY
  707                        Perform Run-Entry-With-Retry
  708                     When CV-ARRIVAL-HOLD
  709                        Perform Hold-Pending-Entry
  710                     When CV-ARRIVAL-MISSED
  711                        Perform Report-Missing-Entry
  712                  End-Evaluate
  713               End-If
  714            End-If
  715         End-If
  716      End-If
  717      .


      * The tolerance gate's 4 is a warning on a run that completed
      * re-stamp every audit row only to land on 4 again.  It ends
      * the retry loop like a clean run does, and it never triggers
      * the ABORT disposition: the feed is there, just suspicious.
  726  Run-Entry-With-Retry.
  727      Move 'N' to CV-DRV-VFY-SKIP-SW
  728      Move 'N' to CV-DRV-HELD-SW
  729      If CV-DRV-RETRY-IND = SPACE
  730         Move ZERO to CV-DRV-RETRY-LIMIT
  731      Else
  732         Move CV-DRV-RETRY-IND to CV-DRV-RETRY-LIMIT
  733      End-If
  734      Perform Take-Clock-Seconds
  735      Move CV-DRV-CLOCK-HHMMSS to CV-TJ-START-TIME
  736      Move CV-DRV-CLOCK-SECS to CV-TJ-START-SECS
      * An entry with no arrival handling was there when it started.
  738      If CV-TJ-ACTUAL-ARRIVAL = ZERO
  739         Move CV-DRV-CLOCK-HHMMSS to CV-TJ-ACTUAL-ARRIVAL
  740         Move CV-DRV-CLOCK-SECS to CV-TJ-ARRIVAL-SECS
  741      End-If
  742      Move ZERO to CV-DRV-TRY-NBR
  743      Perform Run-Entry-Once
  744      Perform Retry-Failed-Entry
  745         Until CV-DRV-RC = 0
  746            Or CV-DRV-RC = 4
  747            Or CV-DRV-TRY-NBR Not < CV-DRV-RETRY-LIMIT
  748      Perform Take-Clock-Seconds
  749      Move CV-DRV-CLOCK-HHMMSS to CV-TJ-END-TIME
  750      Move CV-DRV-CLOCK-SECS to CV-TJ-END-SECS
  751      Move CV-DRV-TRY-NBR to CV-TJ-RETRIES
  752      If CV-DRV-PGM-IND = '2' Or CV-DRV-PGM-IND = '4'
  753         Perform Check-Entry-History
  754      End-If
  755      Perform Set-Report-Status
  756      Perform Write-Driver-Report-Line
  757      Perform Roll-Up-Return-Code
  758      If CV-DRV-RC Not = 0 And CV-DRV-RC Not = 4
  759         And CV-DRV-DISP-ABORT
  760         Display 'ICVRTDRV: ABORT DISPOSITION ON '
  761            CV-DRV-DATASET-NAME ' - REMAINING ENTRIES NOT RUN'
  762         Write CV-DRVRPT-LINE From CV-ABORT-NOTE-LINE
  763         Set CV-DRVLIST-EOF to True
  764      End-If
  765      .


      * A failed conversion left its checkpoint behind, so a retry
      * picks up from the last committed record rather than starting
      * the file over.
  771  Retry-Failed-Entry.
  772      Add 1 to CV-DRV-TRY-NBR
  773      Display 'ICVRTDRV: RETRYING ' CV-DRV-DATASET-NAME
  774      Perform Run-Entry-Once
  775      .


      * Arrival columns are blank for the ordinary entry (no
      * arrival handling, exactly as before); a coded column must
      * be a valid HHMM.  Arrival handling itself engages only when
      * the cutoff column is coded.
  782  Validate-Arrival-Columns.
  783      Set CV-ARRIVAL-COLS-OK to True
  784      If CV-DRV-EXPECT-HHMM Not = SPACES
  785         If CV-DRV-EXPECT-HHMM Not Numeric
  786            Or CV-DRV-EXPECT-HHMM (1 : 2) > '23'
  787            Or CV-DRV-EXPECT-HHMM (3 : 2) > '59'
  788            Move 'N' to CV-ARRIVAL-OK-SW
  789         End-If
  790      End-If
  791      If CV-DRV-CUTOFF-HHMM Not = SPACES
  792         If CV-DRV-CUTOFF-HHMM Not Numeric
  793            Or CV-DRV-CUTOFF-HHMM (1 : 2) > '23'
  794            Or CV-DRV-CUTOFF-HHMM (3 : 2) > '59'
  795            Move 'N' to CV-ARRIVAL-OK-SW
  796         End-If
  797      End-If
  798      If CV-DRV-SLA-HHMM Not = SPACES
  799         If CV-DRV-SLA-HHMM Not Numeric
  800            Or CV-DRV-SLA-HHMM (1 : 2) > '23'
  801            Or CV-DRV-SLA-HHMM (3 : 2) > '59'
  802            Move 'N' to CV-ARRIVAL-OK-SW
  803         End-If
  804      End-If
  805      .


      * Probes the entry's input dataset: there, or no cutoff coded,
      * and the entry runs now; not there and the cutoff still ahead
      * and the entry holds; not there past the cutoff and it is
      * MISSING.  Only entries that read an input dataset probe -
      * a '5' verification or a '6' extract runs against files
      * already here.
  814  Check-Feed-Arrival.
  815      Set CV-ARRIVAL-READY to True
  816      If CV-DRV-CUTOFF-HHMM = SPACES
  817         Or CV-DRV-PGM-IND = '5'
  818         Or CV-DRV-PGM-IND = '6'
  819         Continue
  820      Else
  821         Move CV-DRV-DATASET-NAME to CV-DRV-PROBE-DSN
  822         Open Input ARRIVAL-PROBE-FILE
  823         If CV-PROBE-FSTATUS = '00'
  824            Close ARRIVAL-PROBE-FILE
  825            Perform Mark-Entry-Arrival
  826         Else
  827            Perform Fold-Arrival-Clock
  828            If CV-DRV-NOW-HHMM < CV-DRV-CUTOFF-9
  829               Set CV-ARRIVAL-HOLD to True
  830            Else
  831               Set CV-ARRIVAL-MISSED to True
  832            End-If
  833         End-If
  834      End-If
  835      .


  838  Hold-Pending-Entry.
  839      If CV-PND-COUNT Not < 100
  840         Display 'ICVRTDRV: OVER 100 HELD ENTRIES - '
  841            CV-DRV-DATASET-NAME ' REPORTED MISSING'
  842         Perform Report-Missing-Entry
  843      Else
  844         Display 'ICVRTDRV: WAITING FOR '
  845            CV-DRV-DATASET-NAME
  846         Add 1 to CV-PND-COUNT
  847         Add 1 to CV-PND-OPEN-COUNT
  848         Move CV-DRVLIST-LINE to CV-PND-LINE (CV-PND-COUNT)
  849         Move 'P' to CV-PND-STATE (CV-PND-COUNT)
  850         Move CV-DRV-ENTRY-NBR
  851            to CV-PND-ENTRY-NBR (CV-PND-COUNT)
  852      End-If
  853      .


      * MISS is not FAIL: the conversion never ran because the
      * sender never transmitted, and its return code (10) is its
      * own so the scheduler can treat a missing feed differently
      * from a broken conversion.
  860  Report-Missing-Entry.
  861      Move CV-DRV-DATASET-NAME to CV-DRVRPT-DATASET
  862      Move 'MISS' to CV-DRVRPT-STATUS
  863      Move 10 to CV-DRV-RC
  864      Move CV-DRV-RC to CV-DRVRPT-RC-DISPLAY
  865      Perform Write-Driver-Report-Line
  866      Perform Roll-Up-Return-Code
  867      .


  870  Work-Pending-Entries.
  871      Perform Sweep-Pending-Entries
  872         Until CV-PND-OPEN-COUNT = 0
  873      .


  876  Sweep-Pending-Entries.
  877      Perform Check-Pending-Entry
  878         Varying CV-PND-SUB From 1 By 1
  879         Until CV-PND-SUB > CV-PND-COUNT
  880      If CV-PND-OPEN-COUNT > 0
  881         Perform Wait-Recheck-Interval
  882      End-If
  883      .


      * Each sweep revisits every still-open held entry: run it the
      * moment its file is there, retire it MISS once its cutoff
      * has passed, and announce lateness once when the expected-by
      * time goes by without it.
  890  Check-Pending-Entry.
  891      If CV-PND-STATE (CV-PND-SUB) = 'P'
  892         Or CV-PND-STATE (CV-PND-SUB) = 'L'
  893         Move CV-PND-LINE (CV-PND-SUB) to CV-DRVLIST-LINE
  894         Perform Reset-Entry-Timing
  895         Perform Clear-Event-Context
  896         Move CV-PND-ENTRY-NBR (CV-PND-SUB) to CV-DRV-ENTRY-NBR
  897         Move CV-DRV-PGM-IND to CV-DRVRPT-PGM-IND
  898         Move CV-DRV-DATASET-NAME to CV-DRV-PROBE-DSN
  899         Open Input ARRIVAL-PROBE-FILE
  900         If CV-PROBE-FSTATUS = '00'
  901            Close ARRIVAL-PROBE-FILE
  902            Perform Mark-Entry-Arrival
  903            Move 'D' to CV-PND-STATE (CV-PND-SUB)
  904            Subtract 1 From CV-PND-OPEN-COUNT
  905            Move CV-DRV-DATASET-NAME to CV-DRVRPT-DATASET
  906            Perform Run-Entry-With-Retry
  907         Else
  908            Perform Fold-Arrival-Clock
  909            If CV-DRV-NOW-HHMM Not < CV-DRV-CUTOFF-9
  910               Move 'D' to CV-PND-STATE (CV-PND-SUB)
  911               Subtract 1 From CV-PND-OPEN-COUNT
  912               Perform Report-Missing-Entry
  913            Else
  914               If CV-PND-STATE (CV-PND-SUB) = 'P'
  915                  And CV-DRV-EXPECT-HHMM Not = SPACES
  916                  If CV-DRV-NOW-HHMM Not < CV-DRV-EXPECT-9
  917                     Display 'ICVRTDRV: '
  918                        CV-DRV-DATASET-NAME
  919                        ' PAST ITS EXPECTED-BY TIME'
  920                     Perform Raise-Late-Event
  921                     Move 'L' to CV-PND-STATE (CV-PND-SUB)
  922                  End-If
  923               End-If
  924            End-If
  925         End-If
  926      End-If
  927      .


      * The current clock and the entry's coded times, folded for
      * and once the clock itself wraps past midnight it folds the
      * same way - so a 23:00 start with a 01:00 cutoff holds for
      * two hours instead of declaring the feed missing at once.
  936  Fold-Arrival-Clock.
  937      Accept CV-DRV-TIME-NOW From Time
  938      Compute CV-DRV-NOW-HHMM =
  939         CV-DRV-NOW-HH * 100 + CV-DRV-NOW-MM
  940      If CV-DRV-NOW-HHMM < CV-DRV-START-HHMM
  941         Add 2400 to CV-DRV-NOW-HHMM
  942      End-If
  943      Move CV-DRV-CUTOFF-HHMM to CV-DRV-CUTOFF-9
  944      If CV-DRV-CUTOFF-9 < CV-DRV-START-HHMM
  945         Add 2400 to CV-DRV-CUTOFF-9
  946      End-If
  947      If CV-DRV-EXPECT-HHMM = SPACES
  948         Move ZERO to CV-DRV-EXPECT-9
  949      Else
  950         Move CV-DRV-EXPECT-HHMM to CV-DRV-EXPECT-9
  951         If CV-DRV-EXPECT-9 < CV-DRV-START-HHMM
  952            Add 2400 to CV-DRV-EXPECT-9
  953         End-If
  954      End-If
  955      .


      * The re-check interval is a timed wait through the language
      * environment's delay service, not a clock-poll loop - an
      * address space holding for a late feed sleeps between
      * sweeps instead of burning CPU until the file lands.
  962  Wait-Recheck-Interval.
  963      Call 'CEE3DLY' Using CV-DRV-WAIT-SECS,
  964           CV-DRV-CEE-FEEDBACK
  965      .


  968  Run-Entry-Once.
  969      Perform Clear-Event-Context
  970      Evaluate CV-DRV-PGM-IND
  971         When '2'
  972            Perform Run-ICVRT02-Entry
  973         When '3'
  974            Perform Run-ICVRT03-Entry
  975         When '4'
  976            Perform Run-Combined-Entry
  977         When '5'
  978            Perform Run-ICVRTVFY-Entry
  979         When '6'
  980            Perform Run-ICVRTDLT-Entry
  981      End-Evaluate
  982      .


      * Asked of the calendar owner on the run date, under the
      * resolved dataset name - the name the run history is keyed
      * on, so the calendar, the history and the tolerance gate all
      * speak of the same feed.
  989  Check-Feed-Schedule.
  990      Call 'ICVRTCAL' Using CV-DRV-DATASET-NAME, CV-DRV-TODAY,
  991           CV-DRV-DUE-SW, CV-DRV-SCHEDULE
  992      .


      * The claimed line is marked used so one prior PASS can never
      * skip two list entries.
  997  Check-Prior-Pass.
  998      Move 'N' to CV-PRIOR-FOUND-SWITCH
  999      Perform Scan-Prior-Pass-Name
 1000         Varying CV-PASS-NAME-SUB From 1 By 1
 1001         Until CV-PASS-NAME-SUB > CV-PASS-NAME-COUNT
 1002            Or CV-PRIOR-PASS
 1003      If CV-PRIOR-PASS
 1004         Subtract 1 From CV-PASS-NAME-SUB
 1005         Move 'Y' to CV-PASS-USED (CV-PASS-NAME-SUB)
 1006      End-If
 1007      .


      * A blank stored program indicator is a report written before
      * the PGM column existed and matches any entry type, as the
      * old name-only match did.
 1013  Scan-Prior-Pass-Name.
 1014      If CV-PASS-USED (CV-PASS-NAME-SUB) = 'N'
 1015         And CV-PASS-NAME (CV-PASS-NAME-SUB)
 1016            = CV-DRV-DATASET-NAME
 1017         And (CV-PASS-PGM (CV-PASS-NAME-SUB) = CV-DRV-PGM-IND
 1018            Or CV-PASS-PGM (CV-PASS-NAME-SUB) = SPACE)
 1019         Set CV-PRIOR-PASS to True
 1020      End-If
 1021      .


      * A feed dataset that already converted clean today must not
      * Only '2' and '4' entries carry an input dataset; a failed
      * run today (nonzero code in the history row) does not block
      * the rerun that fixes it.
 1030  Check-History-Duplicate.
 1031      Move 'N' to CV-DUP-SWITCH
 1032      If CV-DRV-PGM-IND = '3' Or CV-DRV-PGM-IND = '5'
 1033         Or CV-DRV-PGM-IND = '6'
 1034         Continue
 1035      Else
 1036         Move CV-DRV-DATASET-NAME to CV-RH-DATASET
 1037         Move CV-DRV-TODAY to CV-RH-RUN-DATE
 1038         Move 'R' to CV-HIST-FUNCTION
 1039         Call 'ICVRTHST' Using CV-HIST-FUNCTION,
 1040              CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
      * A tolerance-warned run (code 4) still delivered its file,
      * so it blocks a same-day duplicate the same way a clean run
      * does; only a real failure leaves the rerun open.
      * A staged output its operator discarded delivered nothing,
      * so it leaves the rerun open the same way.
 1046         If CV-HIST-FOUND-SW = 'Y'
 1047            And (CV-RH-RETURN-CODE = ZERO
 1048               Or CV-RH-RETURN-CODE = 4)
 1049            And Not CV-RH-OUTPUT-DISCARDED
 1050            Set CV-DUP-TODAY to True
 1051         End-If
 1052      End-If
 1053      .


      * A '2' or '4' entry's record count, and whether a staged
      * entry was held, come off the history row ICVRT02 wrote at
      * the end of its run.  A failed run that wrote no row today
      * converted nothing the journal should count.
 1060  Check-Entry-History.
 1061      Perform Read-Entry-History
 1062      If CV-HIST-FOUND-SW = 'Y'
 1063         And (CV-DRV-RC = 0 Or CV-DRV-RC = 4)
 1064         Move CV-RH-RECORDS to CV-TJ-RECORDS
 1065         If CV-DRV-HOLD-STAGED
 1066            And CV-RH-OUTPUT-HELD
 1067            Set CV-DRV-OUTPUT-HELD to True
 1068         End-If
 1069      End-If
 1070      .


      * The row is dated by ICVRT02's own start, so a run that
      * straddled midnight is looked for under the driver's run date
      * as well as under the date now.
 1076  Read-Entry-History.
 1077      Move CV-DRV-DATASET-NAME to CV-RH-DATASET
 1078      Accept CV-DRV-HELD-DATE From Date YYYYMMDD
 1079      Move CV-DRV-HELD-DATE to CV-RH-RUN-DATE
 1080      Move 'R' to CV-HIST-FUNCTION
 1081      Call 'ICVRTHST' Using CV-HIST-FUNCTION,
 1082           CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
 1083      If CV-HIST-FOUND-SW Not = 'Y'
 1084         And CV-DRV-HELD-DATE Not = CV-DRV-TODAY
 1085         Move CV-DRV-DATASET-NAME to CV-RH-DATASET
 1086         Move CV-DRV-TODAY to CV-RH-RUN-DATE
 1087         Call 'ICVRTHST' Using CV-HIST-FUNCTION,
 1088              CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
 1089      End-If
 1090      .


 1093  Roll-Up-Return-Code.
 1094      If CV-DRV-RC > CV-DRV-MAX-RC
 1095         Move CV-DRV-RC to CV-DRV-MAX-RC
 1096      End-If
 1097      .


      * Rerun mode: DRVRPTI carries the prior run's report.  PASS and
      * SKIP entries there are not reconverted tonight - SKIP counts
      * because it means the file passed on a still earlier run, and
      * HELD because its output awaits a release decision.  A '6'
      * entry's HELD is the exception: it took no delta, and takes it
      * on the rerun that follows the release.  No DRVRPTI bound to
      * the step is the normal full-run case; a DRVRPTI that is there
      * but will not open is an error, not a silent full rerun.
 1108  Load-Prior-Report.
 1109      Open Input PRIOR-REPORT-FILE
 1110      If CV-RPTIN-FSTATUS = '00'
 1111         Perform Load-Prior-Report-Line
 1112            Until CV-RPTIN-EOF
 1113         Close PRIOR-REPORT-FILE
 1114      Else
 1115         If CV-RPTIN-FSTATUS Not = '35'
 1116            Display 'ICVRTDRV: DRVRPTI OPEN FAILED - STATUS '
 1117               CV-RPTIN-FSTATUS
 1118            Move 16 to Return-Code
 1119            Goback
 1120         End-If
 1121      End-If
 1122      .


 1125  Load-Prior-Report-Line.
 1126      Read PRIOR-REPORT-FILE
 1127         At End
 1128            Set CV-RPTIN-EOF to True
 1129         Not At End
 1130            If CV-RPTIN-STATUS = 'PASS' Or CV-RPTIN-STATUS = 'SKIP'
 1131               Or CV-RPTIN-STATUS = 'WARN'
 1132               Or (CV-RPTIN-STATUS = 'HELD'
 1133                  And CV-RPTIN-PGM-IND Not = '6')
 1134               If CV-PASS-NAME-COUNT < 500
 1135                  Add 1 to CV-PASS-NAME-COUNT
 1136                  Move CV-RPTIN-DATASET
 1137                     to CV-PASS-NAME (CV-PASS-NAME-COUNT)
 1138                  Move CV-RPTIN-PGM-IND
 1139                     to CV-PASS-PGM (CV-PASS-NAME-COUNT)
 1140                  Move 'N' to CV-PASS-USED (CV-PASS-NAME-COUNT)
 1141               Else
 1142                  Display 'ICVRTDRV: PRIOR REPORT OVER 500 '
 1143                     'ENTRIES - REST RECONVERTED'
 1144               End-If
 1145            End-If
 1146      End-Read
 1147      .


      * No STRMCARD bound to the step is the normal serial run.  A
      * entries - the scheduler submits one such job per stream so
      * independent feeds convert side by side - and a 'MERGE' card
      * turns the run into the report merge that follows them.
 1155  Establish-Stream-Mode.
 1156      Open Input STREAM-CARD-FILE
 1157      If CV-STRMCARD-FSTATUS = '00'
 1158         Read STREAM-CARD-FILE
 1159            At End
 1160               Continue
 1161            Not At End
 1162               Evaluate True
 1163                  When CV-STRM-KEY-MERGE
 1164                     Set CV-STRM-MERGE-MODE to True
 1165                  When CV-STRM-KEY-STREAM
 1166                     And CV-STRM-DIGIT-VALID
 1167                     Set CV-STRM-STREAM-MODE to True
 1168                     Move CV-STRM-DIGIT to CV-STRM-THIS-STREAM
 1169                  When Other
 1170                     Display 'ICVRTDRV: BAD STRMCARD - '
 1171                        STRMCARD-LINE (1 : 8)
 1172                     Move 16 to Return-Code
 1173                     Goback
 1174               End-Evaluate
 1175         End-Read
 1176         Close STREAM-CARD-FILE
 1177      Else
 1178         If CV-STRMCARD-FSTATUS Not = '35'
 1179            Display 'ICVRTDRV: STRMCARD OPEN FAILED - STATUS '
 1180               CV-STRMCARD-FSTATUS
 1181            Move 16 to Return-Code
 1182            Goback
 1183         End-If
 1184      End-If
 1185      .


      * The merge run: the per-stream reports arrive concatenated
      * entry, with the night's maximum condition code rolled up
      * for the scheduler.  An entry no stream report accounts for
      * is reported NRUN - its stream job never got to it.
 1194  Merge-Stream-Reports.
 1195      Open Input PRIOR-REPORT-FILE
 1196      If CV-RPTIN-FSTATUS Not = '00'
 1197         Display 'ICVRTDRV: DRVRPTI OPEN FAILED - STATUS '
 1198            CV-RPTIN-FSTATUS
 1199         Move 16 to Return-Code
 1200         Goback
 1201      End-If
 1202      Perform Load-Merge-Line
 1203         Until CV-RPTIN-EOF
 1204      Close PRIOR-REPORT-FILE
 1205      Perform Merge-One-Entry
 1206         Until CV-DRVLIST-EOF
 1207      .


 1210  Load-Merge-Line.
 1211      Read PRIOR-REPORT-FILE
 1212         At End
 1213            Set CV-RPTIN-EOF to True
 1214         Not At End
 1215            If CV-RPTIN-STATUS = 'PASS' Or 'FAIL' Or 'SKIP'
 1216               Or 'DUP ' Or 'MISS' Or 'WARN' Or 'HELD'
 1217               Or 'NOT DUE'
 1218               If CV-MRG-COUNT < 500
 1219                  Add 1 to CV-MRG-COUNT
 1220                  Move CV-RPTIN-DATASET
 1221                     to CV-MRG-DATASET (CV-MRG-COUNT)
 1222                  Move CV-RPTIN-STATUS
 1223                     to CV-MRG-STATUS (CV-MRG-COUNT)
 1224                  Move CV-RPTIN-PGM-IND
 1225                     to CV-MRG-PGM (CV-MRG-COUNT)
 1226                  Move 'N' to CV-MRG-USED (CV-MRG-COUNT)
 1227                  Move CV-RPTIN-RC-X to CV-MRG-RC-X
 1228                  Inspect CV-MRG-RC-X
 1229                     Replacing Leading SPACE By '0'
 1230                  If CV-MRG-RC-X Numeric
 1231                     Move CV-MRG-RC-9
 1232                        to CV-MRG-RC (CV-MRG-COUNT)
 1233                  Else
 1234                     Move ZERO to CV-MRG-RC (CV-MRG-COUNT)
 1235                  End-If
 1236               Else
 1237                  Display 'ICVRTDRV: STREAM REPORTS OVER 500 '
 1238                     'LINES - REST NOT MERGED'
 1239               End-If
 1240            End-If
 1241      End-Read
 1242      .


 1245  Merge-One-Entry.
 1246      Read DRIVER-LIST-FILE
 1247         At End
 1248            Set CV-DRVLIST-EOF to True
 1249         Not At End
 1250            Perform Resolve-Entry-Symbols
 1251            Move CV-DRV-PGM-IND to CV-DRVRPT-PGM-IND
 1252            Evaluate CV-DRV-PGM-IND
 1253               When '2'
 1254               When '3'
 1255               When '4'
 1256               When '5'
 1257               When '6'
 1258                  Perform Merge-Entry-Line
 1259               When Other
      * A mis-keyed program indicator failed RC 8 in its stream
      * job; the merged report has to show that line and roll the
      * 8 up too, or the merge would leave the night green again.
 1263                  Move CV-DRV-DATASET-NAME to CV-DRVRPT-DATASET
 1264                  Move 'FAIL' to CV-DRVRPT-STATUS
 1265                  Move 8 to CV-DRV-RC
 1266                  Move CV-DRV-RC to CV-DRVRPT-RC-DISPLAY
 1267                  Perform Write-Driver-Report-Line
 1268                  Perform Roll-Up-Return-Code
 1269            End-Evaluate
 1270      End-Read
 1271      .


 1274  Merge-Entry-Line.
 1275      Move 'N' to CV-MRG-FOUND-SW
 1276      Perform Scan-Merge-Entry
 1277         Varying CV-MRG-SUB From 1 By 1
 1278         Until CV-MRG-SUB > CV-MRG-COUNT
 1279            Or CV-MRG-FOUND
 1280      Move CV-DRV-DATASET-NAME to CV-DRVRPT-DATASET
 1281      If CV-MRG-FOUND
 1282         Subtract 1 From CV-MRG-SUB
 1283         Move 'Y' to CV-MRG-USED (CV-MRG-SUB)
 1284         Move CV-MRG-STATUS (CV-MRG-SUB) to CV-DRVRPT-STATUS
 1285         Move CV-MRG-RC (CV-MRG-SUB) to CV-DRV-RC
 1286         Move CV-DRV-RC to CV-DRVRPT-RC-DISPLAY
 1287      Else
 1288         Move 'NRUN' to CV-DRVRPT-STATUS
 1289         Move 8 to CV-DRV-RC
 1290         Move CV-DRV-RC to CV-DRVRPT-RC-DISPLAY
 1291      End-If
 1292      Perform Write-Driver-Report-Line
 1293      Perform Roll-Up-Return-Code
 1294      .


      * A line is claimable once, and only by an entry of its own
      * verification dropped out of the merged report and the
      * rolled-up condition code.  A blank stored type is a report
      * from before the PGM column existed and matches any entry.
 1304  Scan-Merge-Entry.
 1305      If CV-MRG-USED (CV-MRG-SUB) = 'N'
 1306         And CV-MRG-DATASET (CV-MRG-SUB) = CV-DRV-DATASET-NAME
 1307         And (CV-MRG-PGM (CV-MRG-SUB) = CV-DRV-PGM-IND
 1308            Or CV-MRG-PGM (CV-MRG-SUB) = SPACE)
 1309         Set CV-MRG-FOUND to True
 1310      End-If
 1311      .


      * Date symbols in the entry's name columns resolve against the
      * only the resolved physical names.  One permanent DRVLIST
      * then serves every night instead of thirty names being keyed
      * over by hand each afternoon.
 1321  Resolve-Entry-Symbols.
 1322      Set CV-DRV-SYMBOL-OK to True
 1323      Move CV-DRV-DATASET-NAME to CV-DRV-NAME-WORK
 1324      Perform Resolve-Name-Symbols
 1325      Move CV-DRV-NAME-WORK to CV-DRV-DATASET-NAME
 1326      Move CV-DRV-OUTPUT-NAME to CV-DRV-NAME-WORK
 1327      Perform Resolve-Name-Symbols
 1328      Move CV-DRV-NAME-WORK to CV-DRV-OUTPUT-NAME
 1329      Move CV-DRV-CTLFILE-NAME to CV-DRV-NAME-WORK
 1330      Perform Resolve-Name-Symbols
 1331      Move CV-DRV-NAME-WORK to CV-DRV-CTLFILE-NAME
 1332      Move CV-DRV-SUBCTL-NAME to CV-DRV-NAME-WORK
 1333      Perform Resolve-Name-Symbols
 1334      Move CV-DRV-NAME-WORK to CV-DRV-SUBCTL-NAME
 1335      .


      * One symbol per pass, left to right, until the name carries
      * the two supported symbols marks the entry bad - it fails on
      * the report without running rather than opening a dataset
      * with a literal '&' in its name.
 1344  Resolve-Name-Symbols.
 1345      Move 0 to CV-DRV-SYM-GUARD
 1346      Set CV-DRV-SYM-FOUND to True
 1347      Perform Resolve-One-Symbol
 1348         Until Not CV-DRV-SYMBOL-OK
 1349            Or CV-DRV-SYM-GUARD > 5
 1350            Or Not CV-DRV-SYM-FOUND
 1351      .


 1354  Resolve-One-Symbol.
 1355      Add 1 to CV-DRV-SYM-GUARD
 1356      Move 'N' to CV-DRV-SYM-FOUND-SW
 1357      Move 0 to CV-DRV-SYM-POS
 1358      Perform Locate-Symbol-Start
 1359         Varying CV-DRV-SCAN-IX From 1 By 1
 1360         Until CV-DRV-SCAN-IX > 44
 1361            Or CV-DRV-SYM-FOUND
 1362      If CV-DRV-SYM-FOUND
 1363         Perform Replace-One-Symbol
 1364      End-If
 1365      .


 1368  Locate-Symbol-Start.
 1369      If CV-DRV-NAME-WORK (CV-DRV-SCAN-IX : 1) = '&'
 1370         Move CV-DRV-SCAN-IX to CV-DRV-SYM-POS
 1371         Set CV-DRV-SYM-FOUND to True
 1372      End-If
 1373      .


 1376  Replace-One-Symbol.
 1377      Evaluate True
 1378         When CV-DRV-SYM-POS Not > 36
 1379            And CV-DRV-NAME-WORK (CV-DRV-SYM-POS : 9)
 1380               = '&YYYYMMDD'
 1381            Move 9 to CV-DRV-SYM-LEN
 1382            Move 8 to CV-DRV-SYM-DATE-LEN
 1383         When CV-DRV-SYM-POS Not > 38
 1384            And CV-DRV-NAME-WORK (CV-DRV-SYM-POS : 7)
 1385               = '&YYMMDD'
 1386            Move 7 to CV-DRV-SYM-LEN
 1387            Move 6 to CV-DRV-SYM-DATE-LEN
 1388         When Other
 1389            Display 'ICVRTDRV: UNRESOLVED DATE SYMBOL - '
 1390               CV-DRV-NAME-WORK
 1391            Move 'N' to CV-DRV-SYMBOL-OK-SW
 1392      End-Evaluate
 1393      If CV-DRV-SYMBOL-OK
 1394         Move 0 to CV-DRV-SYM-OFFSET
 1395         If CV-DRV-SYM-POS + CV-DRV-SYM-LEN + 1 Not > 44
 1396            And CV-DRV-NAME-WORK
 1397               (CV-DRV-SYM-POS + CV-DRV-SYM-LEN : 1) = '-'
 1398            And CV-DRV-NAME-WORK
 1399               (CV-DRV-SYM-POS + CV-DRV-SYM-LEN + 1 : 1)
 1400               Numeric
 1401            Move CV-DRV-NAME-WORK
 1402               (CV-DRV-SYM-POS + CV-DRV-SYM-LEN + 1 : 1)
 1403               to CV-DRV-SYM-OFFSET (2 : 1)
 1404            Move '0' to CV-DRV-SYM-OFFSET (1 : 1)
 1405            Add 2 to CV-DRV-SYM-LEN
 1406         End-If
 1407         Call 'CVDATESB' Using CV-DRV-TODAY,
 1408              CV-DRV-SYM-OFFSET, CV-DRV-SYM-DATE
 1409         Perform Rebuild-Name-With-Date
 1410      End-If
 1411      .


 1414  Rebuild-Name-With-Date.
 1415      Move CV-DRV-NAME-WORK to CV-DRV-NAME-OLD
 1416      Move Spaces to CV-DRV-NAME-WORK
 1417      Move 1 to CV-DRV-SYM-OUT-IX
 1418      If CV-DRV-SYM-POS > 1
 1419         Move CV-DRV-NAME-OLD (1 : CV-DRV-SYM-POS - 1)
 1420            to CV-DRV-NAME-WORK (1 : CV-DRV-SYM-POS - 1)
 1421         Move CV-DRV-SYM-POS to CV-DRV-SYM-OUT-IX
 1422      End-If
      * The short symbol takes the year's low two digits, the full
      * symbol the whole date.
 1425      If CV-DRV-SYM-DATE-LEN = 8
 1426         Move CV-DRV-SYM-DATE-X
 1427            to CV-DRV-NAME-WORK (CV-DRV-SYM-OUT-IX : 8)
 1428      Else
 1429         Move CV-DRV-SYM-DATE-X (3 : 6)
 1430            to CV-DRV-NAME-WORK (CV-DRV-SYM-OUT-IX : 6)
 1431      End-If
 1432      Add CV-DRV-SYM-DATE-LEN to CV-DRV-SYM-OUT-IX
 1433      Compute CV-DRV-SYM-REM-LEN =
 1434         44 - (CV-DRV-SYM-POS + CV-DRV-SYM-LEN) + 1
 1435      If CV-DRV-SYM-REM-LEN > 0
 1436         Move CV-DRV-NAME-OLD
 1437            (CV-DRV-SYM-POS + CV-DRV-SYM-LEN :
 1438            CV-DRV-SYM-REM-LEN)
 1439            to CV-DRV-NAME-WORK
 1440            (CV-DRV-SYM-OUT-IX : CV-DRV-SYM-REM-LEN)
 1441      End-If
 1442      .


 1445  Run-ICVRT02-Entry.
 1446      Perform Build-Per-Entry-Paths
 1447      Perform Point-ICVRT02-Datasets

      * A plain conversion entry must not inherit the substitution
      * control file a '3' or '4' entry before it left in the shared
      * name - SUBCTLF being set is exactly what turns ICVRT02's
      * substitution phase on.
 1453      Move Spaces to CV-SUBCTLF-DSN

 1455      Perform Call-ICVRT02
 1456      .


 1459  Run-Combined-Entry.
 1460      Perform Build-Per-Entry-Paths
 1461      Perform Point-ICVRT02-Datasets
 1462      Move CV-DRV-SUBCTL-NAME   to CV-SUBCTLF-DSN
 1463      Perform Call-ICVRT02
 1464      .


      * A staged entry converts into its held dataset and hands
      * ICVRT02 the delivery name to copy a clean run on to; any
      * other entry clears the delivery name, so staging never
      * carries over from the entry before it.
 1471  Point-ICVRT02-Datasets.
 1472      Move CV-DRV-DATASET-NAME  to CV-INFILE-DSN
 1473      If CV-DRV-HOLD-STAGED
 1474         Move CV-DRV-HELD-PATH     to CV-OUTFILE-DSN
 1475         Move CV-DRV-OUTPUT-NAME   to CV-DELIVER-DSN
 1476      Else
 1477         Move CV-DRV-OUTPUT-NAME   to CV-OUTFILE-DSN
 1478         Move Spaces               to CV-DELIVER-DSN
 1479      End-If
 1480      Move CV-DRV-CTLFILE-NAME  to CV-CTLCARD-DSN
 1481      Move CV-DRV-EXCP-PATH     to CV-EXCPRPT-DSN
 1482      Move CV-DRV-REJ-PATH      to CV-REJECTDS-DSN
 1483      Move CV-DRV-RST-PATH      to CV-RESTARTF-DSN
 1484      Move CV-DRV-FLD-PATH      to CV-FLDMAP-DSN
 1485      Move CV-DRV-QUAR-PATH     to CV-QUARDS-DSN
 1486      .


 1489  Call-ICVRT02.
      * Return-Code is a shared register: without the reset, an entry
      * (or retry) that succeeds after a failed one would read the
      * stale nonzero code back as its own.
 1493      Move ZERO to Return-Code
 1494      Perform Take-Clock-Seconds
 1495      Move CV-DRV-CLOCK-SECS to CV-DRV-CALL-START-SECS
 1496      Call 'ICVRT02'
 1497      Move Return-Code to CV-DRV-RC
 1498      Cancel 'ICVRT02'
 1499      Perform Take-Clock-Seconds
 1500      Compute CV-TJ-SECS-ICVRT02 = CV-TJ-SECS-ICVRT02
 1501         + CV-DRV-CLOCK-SECS - CV-DRV-CALL-START-SECS
 1502      .
       
       
 1505  Run-ICVRT03-Entry.
 1506      Perform Build-Per-Entry-Paths

 1508      Move CV-DRV-DATASET-NAME  to CV-INFILE-DSN
 1509      Move CV-DRV-OUTPUT-NAME   to CV-OUTFILE-DSN
 1510      Move CV-DRV-CTLFILE-NAME  to CV-SUBCTLF-DSN
 1511      Move CV-DRV-RST-PATH      to CV-RESTARTF-DSN
       
 1513      Move ZERO to Return-Code
 1514      Perform Take-Clock-Seconds
 1515      Move CV-DRV-CLOCK-SECS to CV-DRV-CALL-START-SECS
 1516      Call 'ICVRT03'
 1517      Move Return-Code to CV-DRV-RC
 1518      Cancel 'ICVRT03'
 1519      Perform Take-Clock-Seconds
 1520      Compute CV-TJ-SECS-ICVRT03 = CV-TJ-SECS-ICVRT03
 1521         + CV-DRV-CLOCK-SECS - CV-DRV-CALL-START-SECS
 1522      .


      * A '5' entry verifies the round trip of a feed already
      * ICVRTVFY reads INFILE and OUTFILE side by side instead of
      * writing anything to them.  No duplicate check - verification
      * converts nothing and writes no history row.
 1531  Run-ICVRTVFY-Entry.
 1532      Perform Build-Per-Entry-Paths

 1534      Move CV-DRV-DATASET-NAME  to CV-INFILE-DSN
      * The held dataset is there whether or not the run delivered,
      * so a staged feed is verified against it.
 1537      If CV-DRV-HOLD-STAGED
 1538         Move CV-DRV-HELD-PATH     to CV-OUTFILE-DSN
 1539      Else
 1540         Move CV-DRV-OUTPUT-NAME   to CV-OUTFILE-DSN
 1541      End-If
 1542      Move CV-DRV-CTLFILE-NAME  to CV-CTLCARD-DSN
 1543      Move CV-DRV-FLD-PATH      to CV-FLDMAP-DSN

 1545      Move ZERO to Return-Code
 1546      Perform Take-Clock-Seconds
 1547      Move CV-DRV-CLOCK-SECS to CV-DRV-CALL-START-SECS
 1548      Call 'ICVRTVFY'
 1549      Move Return-Code to CV-DRV-RC
 1550      Cancel 'ICVRTVFY'
 1551      Perform Take-Clock-Seconds
 1552      Compute CV-TJ-SECS-ICVRTVFY = CV-TJ-SECS-ICVRTVFY
 1553         + CV-DRV-CLOCK-SECS - CV-DRV-CALL-START-SECS
      * ICVRTVFY answers 4 for a reformat feed it cannot verify;
      * that is a SKIP on this report, not the tolerance gate's
      * WARN, and it must not trip the retry loop or pin the
      * night's condition code.
 1558      If CV-DRV-RC = 4
 1559         Set CV-DRV-VFY-SKIPPED to True
 1560         Move ZERO to CV-DRV-RC
 1561      End-If
 1562      .


      * A '6' entry takes the change-data extract of a feed delivered
      * tonight against the prior delivered generation the entry's
      * fourth column names, matched on the feed's own key map; the
      * delta and its key map are named for the delivery and the feed
      * the way the other per-entry datasets are.
      * A feed whose output tonight's run held has delivered
      * nothing yet - the delivery name is missing or still last
      * night's file - so no delta is taken: the entry reports HELD
      * and is run again by a rerun against tonight's report once
      * ICVRTREL has promoted the output.
 1575  Run-ICVRTDLT-Entry.
 1576      Perform Read-Entry-History
 1577      If CV-HIST-FOUND-SW = 'Y'
 1578         And CV-RH-OUTPUT-HELD
 1579         Display 'ICVRTDRV: ' CV-DRV-DATASET-NAME
 1580            ' OUTPUT HELD FOR RELEASE - NO DELTA TAKEN'
 1581         Set CV-DRV-OUTPUT-HELD to True
 1582         Move ZERO to CV-DRV-RC
 1583      Else
 1584         Perform Build-Per-Entry-Paths
 1585         Move CV-DRV-OUTPUT-NAME   to CV-OUTFILE-DSN
 1586         Move CV-DRV-CTLFILE-NAME  to CV-CTLCARD-DSN
 1587         Move CV-DRV-SUBCTL-NAME   to CV-PRIOR-DSN
 1588         Move CV-DRV-DLTKEY-PATH   to CV-DLTKEY-DSN
 1589         Move CV-DRV-DELTA-PATH    to CV-DELTA-DSN
 1590         Move ZERO to Return-Code
 1591         Call 'ICVRTDLT'
 1592         Move Return-Code to CV-DRV-RC
 1593         Cancel 'ICVRTDLT'
 1594      End-If
 1595      .
       
       
      * String only overlays the characters it produces, so each path
      * following a longer one keeps the tail of the previous entry's
      * path and sends the diagnostics (or the field-map lookup, a
      * silent whole-record fallback) to a garbage-named dataset.
 1603  Build-Per-Entry-Paths.
 1604      Move Spaces to CV-DRV-EXCP-PATH
 1605      String CV-DRV-DATASET-NAME Delimited by Space
 1606         '.EXCP' Delimited by Size
 1607         Into CV-DRV-EXCP-PATH
 1608      Move Spaces to CV-DRV-REJ-PATH
 1609      String CV-DRV-DATASET-NAME Delimited by Space
 1610         '.REJ' Delimited by Size
 1611         Into CV-DRV-REJ-PATH
 1612      Move Spaces to CV-DRV-RST-PATH
 1613      String CV-DRV-DATASET-NAME Delimited by Space
 1614         '.RST' Delimited by Size
 1615         Into CV-DRV-RST-PATH
      * The field map is a per-feed input: ICVRT02 opens it if it is
      * there and converts whole-record if it is not, so deriving the
      * name here costs a feed nothing unless a map has been set up
      * for it.
 1620      Move Spaces to CV-DRV-FLD-PATH
 1621      String CV-DRV-DATASET-NAME Delimited by Space
 1622         '.FLDMAP' Delimited by Size
 1623         Into CV-DRV-FLD-PATH
      * The quarantine dataset only fills when the entry's control
      * card asks for quarantine mode, but the name is derived for
      * every entry so one entry's diverted records can never land
      * in another entry's quarantine.
 1628      Move Spaces to CV-DRV-QUAR-PATH
 1629      String CV-DRV-DATASET-NAME Delimited by Space
 1630         '.QUAR' Delimited by Size
 1631         Into CV-DRV-QUAR-PATH
      * The held dataset is named for the delivery it stands in for.
 1633      Move Spaces to CV-DRV-HELD-PATH
 1634      String CV-DRV-OUTPUT-NAME Delimited by Space
 1635         '.HELD' Delimited by Size
 1636         Into CV-DRV-HELD-PATH
      * A change-data extract's key map is the feed's, like the field
      * map; its delta is named for the delivery it was taken from.
 1639      Move Spaces to CV-DRV-DLTKEY-PATH
 1640      String CV-DRV-DATASET-NAME Delimited by Space
 1641         '.DLTKEY' Delimited by Size
 1642         Into CV-DRV-DLTKEY-PATH
 1643      Move Spaces to CV-DRV-DELTA-PATH
 1644      String CV-DRV-OUTPUT-NAME Delimited by Space
 1645         '.DELTA' Delimited by Size
 1646         Into CV-DRV-DELTA-PATH
 1647      .
       
       
      * Return code 4 is the tolerance gate's warning - the feed
      * thresholds - and reads WARN so operations can tell a
      * suspicious file from a broken conversion at a glance.  A
      * verification ICVRTVFY declined (reformat feed) reads SKIP,
      * not WARN, so WARN stays unambiguous.  A staged output that
      * was held reads HELD, warned or not, since what operations
      * need to know first is that nothing was delivered.
 1658  Set-Report-Status.
 1659      Move CV-DRV-RC to CV-DRVRPT-RC-DISPLAY
 1660      Evaluate True
 1661         When CV-DRV-OUTPUT-HELD And CV-DRV-RC < 8
 1662            Move 'HELD' to CV-DRVRPT-STATUS
 1663         When CV-DRV-RC = 0 And CV-DRV-VFY-SKIPPED
 1664            Move 'SKIP' to CV-DRVRPT-STATUS
 1665         When CV-DRV-RC = 0
 1666            Move 'PASS' to CV-DRVRPT-STATUS
 1667         When CV-DRV-RC = 4
 1668            Move 'WARN' to CV-DRVRPT-STATUS
 1669         When Other
 1670            Move 'FAIL' to CV-DRVRPT-STATUS
 1671      End-Evaluate
 1672      .
       
       
 1675  Write-Driver-Report-Line.
 1676      Write CV-DRVRPT-LINE From CV-DRVRPT-DETAIL-LINE
 1677      If CV-TIMEJRNL-OPEN
 1678         Perform Write-Timing-Record
 1679      End-If
 1680      If Not CV-STRM-MERGE-MODE
 1681         Perform Raise-Entry-Event
 1682      End-If
 1683      .


      * Type and reason are cleared ahead of every entry and every
      * try, so what a called program leaves behind is this try's.
 1688  Clear-Event-Context.
 1689      Move Spaces to CV-EVT-EVENT-TYPE
 1690      Move Spaces to CV-EVT-REASON
 1691      .


      * FAIL, MISS, DUP and WARN lines become events, and so does a
      * HELD line the tolerance gate warned (return code 4); a
      * failure the called program has named (ICVRTVFY's round trip)
      * goes out as that event instead of a plain FAIL.  The reason
      * is the called program's, or the driver's own when it has
      * none.
 1700  Raise-Entry-Event.
 1701      Move Spaces to CV-EVENT-RECORD
 1702      Move 'Y' to CV-DRV-EVENT-SW
 1703      Move CV-DRV-RC to CV-DRV-EVT-RC-ED
 1704      Evaluate CV-DRVRPT-STATUS
 1705         When 'FAIL'
 1706            If CV-EVT-EVENT-TYPE = 'RTRIP'
 1707               Set CV-EV-RTRIP to True
 1708            Else
 1709               Set CV-EV-FAIL to True
 1710               String 'RETURN CODE ' Delimited by Size
 1711                  CV-DRV-EVT-RC-ED Delimited by Size
 1712                  ' - SEE DRVRPT' Delimited by Size
 1713                  Into CV-EV-REASON
 1714            End-If
 1715         When 'MISS'
 1716            Set CV-EV-MISS to True
 1717            String 'NOT RECEIVED BY CUTOFF ' Delimited by Size
 1718               CV-DRV-CUTOFF-HHMM Delimited by Size
 1719               Into CV-EV-REASON
 1720         When 'DUP '
 1721            Set CV-EV-DUP to True
 1722            Move 'ALREADY CONVERTED TODAY - NOT RERUN'
 1723               to CV-EV-REASON
 1724         When 'WARN'
 1725            Set CV-EV-WARN to True
 1726            Move 'COMPLETED WITH A WARNING - SEE DRVRPT'
 1727               to CV-EV-REASON
 1728         When 'HELD'
 1729            If CV-DRV-RC = 4
 1730               Set CV-EV-WARN to True
 1731               Move 'WARNING - OUTPUT HELD FOR RELEASE'
 1732                  to CV-EV-REASON
 1733            Else
 1734               Move 'N' to CV-DRV-EVENT-SW
 1735            End-If
 1736         When Other
 1737            Move 'N' to CV-DRV-EVENT-SW
 1738      End-Evaluate
 1739      If CV-DRV-EVENT-DUE
 1740         If CV-EVT-REASON Not = SPACES
 1741            Move CV-EVT-REASON to CV-EV-REASON
 1742         End-If
 1743         Perform Send-Entry-Event
 1744      End-If
 1745      .


      * Announced once per held entry, the sweep its expected-by
      * time goes by without the file.
 1750  Raise-Late-Event.
 1751      Move Spaces to CV-EVENT-RECORD
 1752      Set CV-EV-LATE to True
 1753      Move ZERO to CV-DRV-RC
 1754      String 'STILL PENDING PAST EXPECTED-BY '
 1755         Delimited by Size
 1756         CV-DRV-EXPECT-HHMM Delimited by Size
 1757         Into CV-EV-REASON
 1758      Perform Send-Entry-Event
 1759      .


 1762  Send-Entry-Event.
 1763      Move 'ICVRTDRV' to CV-EV-PROGRAM
 1764      Move CV-DRV-DATASET-NAME to CV-EV-DATASET
 1765      Move CV-DRV-ENTRY-NBR to CV-EV-ENTRY-NBR
 1766      Move CV-DRV-PGM-IND to CV-EV-PGM-IND
 1767      If CV-DRV-STREAM-IND = SPACE
 1768         Move '0' to CV-EV-STREAM
 1769      Else
 1770         Move CV-DRV-STREAM-IND to CV-EV-STREAM
 1771      End-If
 1772      Move CV-DRV-RUN-ID to CV-EV-RUN-ID
 1773      Move CV-DRV-RC to CV-EV-RETURN-CODE
 1774      Call 'ICVRTEVT' Using CV-EVENT-RECORD
 1775      .


      * The timing journal is a record of the night, not a control:
      * a journal that will not open is announced and the entries
      * run without it.  Not there yet is the first night, and the
      * journal starts empty.  The record is cleared once here; its
      * fields are all set entry by entry, the separators never.
 1783  Open-Timing-Journal.
 1784      Move Spaces to CV-TIMING-RECORD
 1785      Open Extend TIMING-JOURNAL-FILE
 1786      If CV-TIMEJRNL-FSTATUS = '35'
 1787         Open Output TIMING-JOURNAL-FILE
 1788      End-If
 1789      If CV-TIMEJRNL-FSTATUS = '00'
 1790         Set CV-TIMEJRNL-OPEN to True
 1791      Else
 1792         Display 'ICVRTDRV: TIMEJRNL OPEN FAILED - STATUS '
 1793            CV-TIMEJRNL-FSTATUS ' - NO TIMING JOURNAL TONIGHT'
 1794      End-If
 1795      .


      * Cleared when an entry is first read and again when a held
      * entry comes back off the pending table, so no entry carries
      * the times of the one before it.
 1801  Reset-Entry-Timing.
 1802      Move ZERO to CV-TJ-ACTUAL-ARRIVAL
 1803      Move ZERO to CV-TJ-ARRIVAL-SECS
 1804      Move ZERO to CV-TJ-START-TIME
 1805      Move ZERO to CV-TJ-START-SECS
 1806      Move ZERO to CV-TJ-END-TIME
 1807      Move ZERO to CV-TJ-END-SECS
 1808      Move ZERO to CV-TJ-RETRIES
 1809      Move ZERO to CV-TJ-RECORDS
 1810      Move ZERO to CV-TJ-SECS-ICVRT02
 1811      Move ZERO to CV-TJ-SECS-ICVRT03
 1812      Move ZERO to CV-TJ-SECS-ICVRTVFY
 1813      .


      * The input was found there by the arrival probe.
 1817  Mark-Entry-Arrival.
 1818      Perform Take-Clock-Seconds
 1819      Move CV-DRV-CLOCK-HHMMSS to CV-TJ-ACTUAL-ARRIVAL
 1820      Move CV-DRV-CLOCK-SECS to CV-TJ-ARRIVAL-SECS
 1821      .


      * The clock now, as HHMMSS and as seconds from midnight of the
      * run date - 86400 on once the date has turned.
 1826  Take-Clock-Seconds.
 1827      Accept CV-DRV-CLOCK-DATE From Date YYYYMMDD
 1828      Accept CV-DRV-TIME-NOW From Time
 1829      Compute CV-DRV-CLOCK-HHMMSS = CV-DRV-TIME-NOW / 100
 1830      Compute CV-DRV-CLOCK-SECS =
 1831         CV-DRV-NOW-HH * 3600 + CV-DRV-NOW-MM * 60
 1832         + CV-DRV-NOW-SS
 1833      If CV-DRV-CLOCK-DATE Not = CV-DRV-TODAY
 1834         Add 86400 to CV-DRV-CLOCK-SECS
 1835      End-If
 1836      .


      * Written with the entry's report line, so the journal holds
      * exactly the entries the report does: the scheduled arrival
      * is the expected-by time, or the cutoff when no expected-by
      * is coded, and both it and the SLA fold past midnight the
      * way the arrival clock does.
 1844  Write-Timing-Record.
 1845      Move CV-DRV-TODAY to CV-TJ-RUN-DATE
 1846      Move CV-DRVRPT-DATASET to CV-TJ-DATASET
 1847      Move CV-DRVRPT-PGM-IND to CV-TJ-PGM-IND
 1848      Move CV-DRV-STREAM-IND to CV-TJ-STREAM
 1849      If CV-TJ-STREAM = SPACE
 1850         Move '0' to CV-TJ-STREAM
 1851      End-If
 1852      Move CV-DRVRPT-STATUS to CV-TJ-STATUS
 1853      Move CV-DRVRPT-RC-DISPLAY to CV-TJ-RETURN-CODE
 1854      If CV-DRV-EXPECT-HHMM Not = SPACES
 1855         Move CV-DRV-EXPECT-HHMM to CV-DRV-FOLD-HHMM
 1856      Else
 1857         Move CV-DRV-CUTOFF-HHMM to CV-DRV-FOLD-HHMM
 1858      End-If
 1859      Perform Fold-Journal-Time
 1860      Move CV-DRV-FOLD-HHMM to CV-TJ-SCHED-ARRIVAL
 1861      Move CV-DRV-FOLD-SECS to CV-TJ-SCHED-SECS
 1862      Move CV-DRV-SLA-HHMM to CV-DRV-FOLD-HHMM
 1863      Perform Fold-Journal-Time
 1864      Move CV-DRV-FOLD-HHMM to CV-TJ-SLA-TIME
 1865      Move CV-DRV-FOLD-SECS to CV-TJ-SLA-SECS
 1866      Write TIMEJRNL-LINE From CV-TIMING-RECORD
 1867      .


      * A coded time that is not a valid HHMM has already failed
      * the entry; it journals blank rather than as a bad time.
 1872  Fold-Journal-Time.
 1873      Move ZERO to CV-DRV-FOLD-SECS
 1874      If CV-DRV-FOLD-HHMM Not Numeric
 1875         Or CV-DRV-FOLD-HH > 23 Or CV-DRV-FOLD-MM > 59
 1876         Move Spaces to CV-DRV-FOLD-HHMM
 1877      Else
 1878         Compute CV-DRV-FOLD-SECS =
 1879            CV-DRV-FOLD-HH * 3600 + CV-DRV-FOLD-MM * 60
 1880         If CV-DRV-FOLD-HH * 100 + CV-DRV-FOLD-MM
 1881            < CV-DRV-START-HHMM
 1882            Add 86400 to CV-DRV-FOLD-SECS
 1883         End-If
 1884      End-If
 1885      .
