    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTSLA.
      * Batch-window timing and SLA report for the conversion suite.
      *
      * ICVRTDRV leaves one record per DRVLIST entry on the timing
      * journal, TIMEJRNL (layout in TIMEREC): when the entry's
      * input was due and when it was found, when the entry started
      * and finished, its retries, its records and the seconds spent
      * in each conversion program.  Every stream job writes its own
      * entries, so the journal is read here with all of them
      * concatenated, after the MERGE run, and the night is looked
      * at whole.  The report has four parts:
      *   - the critical path of each stream: working back from the
      *     entry that finished the stream last, the chain of
      *     entries that ran back to back ahead of it, each flagged
      *     LATE (input arrived after it was due), RETRY (it was
      *     re-driven) or SLOW (over half again its average), and
      *     how far into the stream that chain began;
      *   - the entries that finished after their SLA time, or never
      *     finished, and the entries whose trailing average finish
      *     comes within fifteen minutes of their SLA (AT RISK);
      *   - each stream's window and busy time, and each entry's
      *     elapsed time, against the average of the trailing 30
      *     nights on the journal;
      *   - from those averages, which feeds to move between streams
      *     to even out the load.  A feed's entries move together,
      *     so its verification never lands ahead of its conversion,
      *     and no more than five moves are proposed.
      *
      * SLACARD, when present, names the night to report (YYYYMMDD
      * in columns 1-8); without it the latest run date on the
      * journal is reported.  The trailing nights are the 30 most
      * recent run dates on the journal before that night.  Entries
      * that did not run - NOT DUE, SKIP, DUP, MISS - take no part in
      * the timings.  The return code is 4 when any entry finished
      * past its SLA or never finished, 0 otherwise.

   38  ENVIRONMENT DIVISION.
   39  INPUT-OUTPUT SECTION.
   40  FILE-CONTROL.
   41      SELECT TIMING-JOURNAL-FILE ASSIGN TO TIMEJRNL
   42          ORGANIZATION IS LINE SEQUENTIAL
   43          FILE STATUS IS CV-SLA-TIMEJRNL-STATUS.

   45      SELECT SLA-CARD-FILE ASSIGN TO SLACARD
   46          ORGANIZATION IS LINE SEQUENTIAL
   47          FILE STATUS IS CV-SLA-SLACARD-STATUS.

   49      SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
   50          ORGANIZATION IS LINE SEQUENTIAL
   51          FILE STATUS IS CV-SLA-SLARPT-STATUS.

   53  DATA DIVISION.
   54  FILE SECTION.

   56  FD  TIMING-JOURNAL-FILE.
   57  01  TIMEJRNL-LINE              PIC X(174).

   59  FD  SLA-CARD-FILE.
   60  01  SLACARD-LINE               PIC X(80).

   62  FD  SLA-REPORT-FILE.
   63  01  SLA-REPORT-LINE            PIC X(110).

   65  WORKING-STORAGE SECTION.

   67  COPY TIMEREC.

   69  01  CV-SLA-TIMEJRNL-STATUS     PIC X(02) Value '00'.
   70  01  CV-SLA-SLACARD-STATUS      PIC X(02) Value '00'.
   71  01  CV-SLA-SLARPT-STATUS       PIC X(02) Value '00'.
   72  01  CV-SLA-EOF-SW              PIC X(01).
   73      88 CV-SLA-EOF                   Value 'Y'.

      * The night reported, from SLACARD or the latest on the
      * journal.
   77  01  CV-SLA-RUN-DATE            PIC 9(08) Value ZERO.
   78  01  CV-SLA-RUN-DATE-X REDEFINES CV-SLA-RUN-DATE
   79                                 PIC X(08).

      * The trailing nights: the 30 latest run dates before the
      * night reported, in no particular order.  Each carries the
      * window of every stream that night - first start, last end,
      * seconds of entries run and how many ran.
   85  01  CV-SLA-WIN-TABLE.
   86      05 CV-SLA-WIN-NIGHT Occurs 30.
   87         10 CV-SLA-WIN-DATE      PIC 9(08).
   88         10 CV-SLA-WIN-STREAM Occurs 10.
   89            15 CV-SLA-WIN-FIRST  PIC 9(06).
   90            15 CV-SLA-WIN-LAST   PIC 9(06).
   91            15 CV-SLA-WIN-BUSY   PIC 9(07).
   92            15 CV-SLA-WIN-COUNT  PIC 9(03) COMP.
   93  01  CV-SLA-WIN-COUNT-N         PIC 9(02) COMP Value ZERO.
   94  01  CV-SLA-WIN-SUB             PIC 9(02) COMP.
   95  01  CV-SLA-WIN-OLDEST          PIC 9(02) COMP.
   96  01  CV-SLA-WIN-FOUND-SW        PIC X(01).
   97      88 CV-SLA-WIN-FOUND             Value 'Y'.

      * Tonight's entries, in journal order.
  100  01  CV-SLA-TN-TABLE.
  101      05 CV-SLA-TN-ENTRY Occurs 500.
  102         10 CV-SLA-TN-DATASET    PIC X(44).
  103         10 CV-SLA-TN-PGM        PIC X(01).
  104         10 CV-SLA-TN-STREAM     PIC 9(02) COMP.
  105         10 CV-SLA-TN-STATUS     PIC X(07).
  106         10 CV-SLA-TN-RAN        PIC X(01).
  107         10 CV-SLA-TN-SCHED-SECS PIC 9(06).
  108         10 CV-SLA-TN-ARR-SECS   PIC 9(06).
  109         10 CV-SLA-TN-ARR-TIME   PIC 9(06).
  110         10 CV-SLA-TN-START-SECS PIC 9(06).
  111         10 CV-SLA-TN-START-TIME PIC 9(06).
  112         10 CV-SLA-TN-END-SECS   PIC 9(06).
  113         10 CV-SLA-TN-END-TIME   PIC 9(06).
  114         10 CV-SLA-TN-SLA-TIME   PIC X(04).
  115         10 CV-SLA-TN-SLA-SECS   PIC 9(06).
  116         10 CV-SLA-TN-RETRIES    PIC 9(02).
  117         10 CV-SLA-TN-ELAPSED    PIC 9(06).
  118         10 CV-SLA-TN-NIGHTS     PIC 9(03) COMP.
  119         10 CV-SLA-TN-AVG-ELAP   PIC 9(06).
  120         10 CV-SLA-TN-AVG-END    PIC 9(06).
  121         10 CV-SLA-TN-ON-PATH    PIC X(01).
  122  01  CV-SLA-TN-COUNT            PIC 9(03) COMP Value ZERO.
  123  01  CV-SLA-TN-SUB              PIC 9(03) COMP.

      * The trailing nights' history per entry - a dataset under one
      * program indicator - for the averages.
  127  01  CV-SLA-HS-TABLE.
  128      05 CV-SLA-HS-ENTRY Occurs 1000.
  129         10 CV-SLA-HS-DATASET    PIC X(44).
  130         10 CV-SLA-HS-PGM        PIC X(01).
  131         10 CV-SLA-HS-NIGHTS     PIC 9(03) COMP.
  132         10 CV-SLA-HS-ELAP-SUM   PIC 9(09) COMP.
  133         10 CV-SLA-HS-END-SUM    PIC 9(09) COMP.
  134  01  CV-SLA-HS-COUNT            PIC 9(04) COMP Value ZERO.
  135  01  CV-SLA-HS-SUB              PIC 9(04) COMP.
  136  01  CV-SLA-HS-FOUND-SW         PIC X(01).
  137      88 CV-SLA-HS-FOUND              Value 'Y'.
  138  01  CV-SLA-HS-FULL-SW          PIC X(01) Value 'N'.
  139      88 CV-SLA-HS-FULL               Value 'Y'.

      * Tonight's window per stream, streams 0-9 at subscripts 1-10.
  142  01  CV-SLA-TS-TABLE.
  143      05 CV-SLA-TS-STREAM Occurs 10.
  144         10 CV-SLA-TS-FIRST      PIC 9(06).
  145         10 CV-SLA-TS-LAST       PIC 9(06).
  146         10 CV-SLA-TS-BUSY       PIC 9(07).
  147         10 CV-SLA-TS-RAN        PIC 9(03) COMP.
  148         10 CV-SLA-TS-ENTRIES    PIC 9(03) COMP.
  149         10 CV-SLA-TS-LOAD       PIC 9(07).
  150  01  CV-SLA-STRM-SUB            PIC 9(02) COMP.
  151  01  CV-SLA-STRM-DIGIT          PIC 9(01).

      * The critical path being traced, last entry first.
  154  01  CV-SLA-PATH-TABLE.
  155      05 CV-SLA-PATH-TN-SUB      PIC 9(03) COMP Occurs 500.
  156  01  CV-SLA-PATH-COUNT          PIC 9(03) COMP.
  157  01  CV-SLA-PATH-SUB            PIC 9(03) COMP.
  158  01  CV-SLA-CUR-SUB             PIC 9(03) COMP.
  159  01  CV-SLA-PRED-SUB            PIC 9(03) COMP.
  160  01  CV-SLA-PRED-END            PIC 9(06).
  161  01  CV-SLA-LOW-BOUND           PIC S9(07) COMP.
  162  01  CV-SLA-HIGH-BOUND          PIC S9(07) COMP.

      * Entries closer together than this ran back to back - the
      * driver's own overhead between two calls, not a wait.
  166  01  CV-SLA-GAP-SECS            PIC 9(02) Value 5.

      * An entry whose average finish comes this close to its SLA
      * is reported at risk.
  170  01  CV-SLA-RISK-SECS           PIC 9(04) Value 900.

      * Feeds that move between streams as one: a dataset's entries
      * in one stream, with their combined average load.
  174  01  CV-SLA-GR-TABLE.
  175      05 CV-SLA-GR-ENTRY Occurs 500.
  176         10 CV-SLA-GR-DATASET    PIC X(44).
  177         10 CV-SLA-GR-STREAM     PIC 9(02) COMP.
  178         10 CV-SLA-GR-LOAD       PIC 9(07).
  179         10 CV-SLA-GR-MOVED      PIC X(01).
  180  01  CV-SLA-GR-COUNT            PIC 9(03) COMP Value ZERO.
  181  01  CV-SLA-GR-SUB              PIC 9(03) COMP.
  182  01  CV-SLA-GR-BEST             PIC 9(03) COMP.
  183  01  CV-SLA-GR-BEST-SCORE       PIC 9(07).
  184  01  CV-SLA-GR-SCORE            PIC S9(08) COMP.
  185  01  CV-SLA-MAX-STREAM          PIC 9(02) COMP.
  186  01  CV-SLA-MIN-STREAM          PIC 9(02) COMP.
  187  01  CV-SLA-LOAD-DIFF           PIC 9(07).
  188  01  CV-SLA-STREAMS-USED        PIC 9(02) COMP.
  189  01  CV-SLA-MOVE-COUNT          PIC 9(01) COMP.
  190  01  CV-SLA-MOVE-DONE-SW        PIC X(01).
  191      88 CV-SLA-MOVE-DONE             Value 'Y'.

      * Work fields.
  194  01  CV-SLA-ENTRY-LOAD          PIC 9(07).
  195  01  CV-SLA-DIFF                PIC S9(07).
  196  01  CV-SLA-SUM                 PIC 9(09) COMP.
  197  01  CV-SLA-NIGHTS              PIC 9(03) COMP.
  198  01  CV-SLA-AVG                 PIC 9(07).
  199  01  CV-SLA-AVG-BUSY            PIC 9(07).
  200  01  CV-SLA-LATE-MIN            PIC 9(05).
  201  01  CV-SLA-PAST-COUNT          PIC 9(05) COMP Value ZERO.
  202  01  CV-SLA-RISK-COUNT          PIC 9(05) COMP Value ZERO.
  203  01  CV-SLA-CLOCK-SECS          PIC 9(06).
  204  01  CV-SLA-CLOCK-IN            PIC 9(06).
  205  01  CV-SLA-CLOCK-IN-VIEW REDEFINES CV-SLA-CLOCK-IN.
  206      05 CV-SLA-CLOCK-IN-HH      PIC 9(02).
  207      05 CV-SLA-CLOCK-IN-MM      PIC 9(02).
  208      05 CV-SLA-CLOCK-IN-SS      PIC 9(02).
  209  01  CV-SLA-CLOCK-OUT.
  210      05 CV-SLA-CLOCK-OUT-HH     PIC 9(02).
  211      05 FILLER                  PIC X(01) Value ':'.
  212      05 CV-SLA-CLOCK-OUT-MM     PIC 9(02).
  213      05 FILLER                  PIC X(01) Value ':'.
  214      05 CV-SLA-CLOCK-OUT-SS     PIC 9(02).
  215  01  CV-SLA-CLOCK-WORK          PIC 9(06).

  217  01  CV-RPT-TITLE-LINE.
  218      05 FILLER                  PIC X(46) Value
  219         'BATCH WINDOW TIMING AND SLA REPORT - RUN DATE '.
  220      05 CV-RPT-RUN-DATE         PIC X(08).
  221      05 FILLER                  PIC X(12) Value
  222         '  TRAILING: '.
  223      05 CV-RPT-WIN-NIGHTS       PIC Z9.
  224      05 FILLER                  PIC X(07) Value ' NIGHTS'.

  226  01  CV-RPT-SECTION-LINE        PIC X(60).

  228  01  CV-RPT-STREAM-LINE.
  229      05 FILLER                  PIC X(07) Value 'STREAM '.
  230      05 CV-RPT-STRM             PIC 9(01).
  231      05 FILLER                  PIC X(13) Value
  232         '  FIRST START'.
  233      05 FILLER                  PIC X(01) Value SPACE.
  234      05 CV-RPT-STRM-FIRST       PIC X(08).
  235      05 FILLER                  PIC X(11) Value '  LAST END '.
  236      05 CV-RPT-STRM-LAST        PIC X(08).
  237      05 FILLER                  PIC X(09) Value '  WINDOW '.
  238      05 CV-RPT-STRM-WINDOW      PIC ZZZZZ9.
  239      05 FILLER                  PIC X(14) Value
  240         ' SECS  ENTRIES'.
  241      05 FILLER                  PIC X(01) Value SPACE.
  242      05 CV-RPT-STRM-RAN         PIC ZZ9.

  244  01  CV-RPT-PATH-HEAD-LINE.
  245      05 FILLER                  PIC X(49) Value
  246         '  CRITICAL PATH (FIRST TO LAST)'.
  247      05 FILLER                  PIC X(45) Value
  248         'START    END       ELAPSED ARRIVED  FLAGS'.

  250  01  CV-RPT-PATH-LINE.
  251      05 FILLER                  PIC X(02) Value SPACES.
  252      05 CV-RPT-PATH-DATASET     PIC X(44).
  253      05 FILLER                  PIC X(01) Value SPACE.
  254      05 CV-RPT-PATH-PGM         PIC X(01).
  255      05 FILLER                  PIC X(01) Value SPACE.
  256      05 CV-RPT-PATH-START       PIC X(08).
  257      05 FILLER                  PIC X(01) Value SPACE.
  258      05 CV-RPT-PATH-END         PIC X(08).
  259      05 FILLER                  PIC X(01) Value SPACE.
  260      05 CV-RPT-PATH-ELAPSED     PIC ZZZZZ9.
  261      05 FILLER                  PIC X(01) Value SPACE.
  262      05 CV-RPT-PATH-ARRIVED     PIC X(08).
  263      05 FILLER                  PIC X(01) Value SPACE.
  264      05 CV-RPT-PATH-FLAG-LATE   PIC X(05).
  265      05 FILLER                  PIC X(01) Value SPACE.
  266      05 CV-RPT-PATH-FLAG-RETRY  PIC X(05).
  267      05 FILLER                  PIC X(01) Value SPACE.
  268      05 CV-RPT-PATH-FLAG-SLOW   PIC X(04).

  270  01  CV-RPT-PATH-START-LINE.
  271      05 FILLER                  PIC X(13) Value
  272         '  PATH BEGAN '.
  273      05 CV-RPT-PATH-INTO        PIC ZZZZZ9.
  274      05 FILLER                  PIC X(44) Value
  275         ' SECS INTO THE STREAM - WAITING, NOT WORKING'.

  277  01  CV-RPT-SLA-HEAD-LINE.
  278      05 FILLER                  PIC X(49) Value
  279         '  DATASET'.
  280      05 FILLER                  PIC X(45) Value
  281         'SLA   FINISHED   LATE MIN  STATUS'.

  283  01  CV-RPT-SLA-LINE.
  284      05 FILLER                  PIC X(02) Value SPACES.
  285      05 CV-RPT-SLA-DATASET      PIC X(44).
  286      05 FILLER                  PIC X(01) Value SPACE.
  287      05 CV-RPT-SLA-PGM          PIC X(01).
  288      05 FILLER                  PIC X(01) Value SPACE.
  289      05 CV-RPT-SLA-TIME         PIC X(04).
  290      05 FILLER                  PIC X(02) Value SPACES.
  291      05 CV-RPT-SLA-END          PIC X(08).
  292      05 FILLER                  PIC X(03) Value SPACES.
  293      05 CV-RPT-SLA-LATE         PIC ZZZZ9.
  294      05 FILLER                  PIC X(05) Value SPACES.
  295      05 CV-RPT-SLA-RESULT       PIC X(30).

  297  01  CV-RPT-SLA-TOTAL-LINE.
  298      05 FILLER                  PIC X(10) Value 'PAST SLA '.
  299      05 CV-RPT-SLA-TOT-PAST     PIC ZZZZ9.
  300      05 FILLER                  PIC X(11) Value '  AT RISK '.
  301      05 CV-RPT-SLA-TOT-RISK     PIC ZZZZ9.

  303  01  CV-RPT-CMP-STREAM-LINE.
  304      05 FILLER                  PIC X(07) Value 'STREAM '.
  305      05 CV-RPT-CMP-STRM         PIC 9(01).
  306      05 FILLER                  PIC X(17) Value
  307         '  WINDOW TONIGHT '.
  308      05 CV-RPT-CMP-WIN          PIC ZZZZZ9.
  309      05 FILLER                  PIC X(05) Value ' AVG '.
  310      05 CV-RPT-CMP-WIN-AVG      PIC ZZZZZ9.
  311      05 FILLER                  PIC X(06) Value ' DIFF '.
  312      05 CV-RPT-CMP-WIN-DIFF     PIC -ZZZZZ9.
  313      05 FILLER                  PIC X(15) Value
  314         '  BUSY TONIGHT '.
  315      05 CV-RPT-CMP-BUSY         PIC ZZZZZ9.
  316      05 FILLER                  PIC X(05) Value ' AVG '.
  317      05 CV-RPT-CMP-BUSY-AVG     PIC ZZZZZ9.

  319  01  CV-RPT-CMP-ENTRY-LINE.
  320      05 FILLER                  PIC X(02) Value SPACES.
  321      05 CV-RPT-CMP-DATASET      PIC X(44).
  322      05 FILLER                  PIC X(01) Value SPACE.
  323      05 CV-RPT-CMP-PGM          PIC X(01).
  324      05 FILLER                  PIC X(09) Value ' TONIGHT '.
  325      05 CV-RPT-CMP-ELAPSED      PIC ZZZZZ9.
  326      05 FILLER                  PIC X(05) Value ' AVG '.
  327      05 CV-RPT-CMP-AVG          PIC ZZZZZ9.
  328      05 FILLER                  PIC X(06) Value ' DIFF '.
  329      05 CV-RPT-CMP-DIFF         PIC -ZZZZZ9.
  330      05 FILLER                  PIC X(08) Value ' NIGHTS '.
  331      05 CV-RPT-CMP-NIGHTS       PIC ZZ9.
  332      05 FILLER                  PIC X(01) Value SPACE.
  333      05 CV-RPT-CMP-NOTE         PIC X(04).

  335  01  CV-RPT-LOAD-LINE.
  336      05 FILLER                  PIC X(07) Value 'STREAM '.
  337      05 CV-RPT-LOAD-STRM        PIC 9(01).
  338      05 FILLER                  PIC X(15) Value
  339         '  AVERAGE LOAD '.
  340      05 CV-RPT-LOAD-SECS        PIC ZZZZZZ9.
  341      05 FILLER                  PIC X(05) Value ' SECS'.
  342      05 FILLER                  PIC X(10) Value '  ENTRIES '.
  343      05 CV-RPT-LOAD-ENTRIES     PIC ZZ9.

  345  01  CV-RPT-MOVE-LINE.
  346      05 FILLER                  PIC X(07) Value 'MOVE   '.
  347      05 CV-RPT-MOVE-DATASET     PIC X(44).
  348      05 FILLER                  PIC X(13) Value
  349         ' FROM STREAM '.
  350      05 CV-RPT-MOVE-FROM        PIC 9(01).
  351      05 FILLER                  PIC X(11) Value
  352         ' TO STREAM '.
  353      05 CV-RPT-MOVE-TO          PIC 9(01).
  354      05 FILLER                  PIC X(02) Value ' ('.
  355      05 CV-RPT-MOVE-SECS        PIC ZZZZZZ9.
  356      05 FILLER                  PIC X(06) Value ' SECS)'.

  358  01  CV-RPT-MOVE-EFFECT-LINE.
  359      05 FILLER                  PIC X(14) Value
  360         '       STREAM '.
  361      05 CV-RPT-EFF-FROM         PIC 9(01).
  362      05 FILLER                  PIC X(01) Value SPACE.
  363      05 CV-RPT-EFF-FROM-OLD     PIC ZZZZZZ9.
  364      05 FILLER                  PIC X(04) Value ' -> '.
  365      05 CV-RPT-EFF-FROM-NEW     PIC ZZZZZZ9.
  366      05 FILLER                  PIC X(09) Value '  STREAM '.
  367      05 CV-RPT-EFF-TO           PIC 9(01).
  368      05 FILLER                  PIC X(01) Value SPACE.
  369      05 CV-RPT-EFF-TO-OLD       PIC ZZZZZZ9.
  370      05 FILLER                  PIC X(04) Value ' -> '.
  371      05 CV-RPT-EFF-TO-NEW       PIC ZZZZZZ9.

  373  01  CV-RPT-NOTE-LINE           PIC X(80).

  375  01  CV-RPT-SPACER              PIC X(01) Value SPACE.

  377  LINKAGE SECTION.

  379  PROCEDURE DIVISION.

  381  0000-MAINLINE.
  382      Perform Establish-Run-Date
  383      Open Output SLA-REPORT-FILE
  384      If CV-SLA-SLARPT-STATUS Not = '00'
  385         Display 'ICVRTSLA: SLARPT OPEN FAILED - STATUS '
  386            CV-SLA-SLARPT-STATUS
  387         Move 16 to Return-Code
  388         Goback
  389      End-If

  391      If CV-SLA-RUN-DATE = ZERO
  392         Perform Open-Timing-Journal
  393         Perform Find-Latest-Run-Date
  394            Until CV-SLA-EOF
  395         Close TIMING-JOURNAL-FILE
  396         If CV-SLA-RUN-DATE = ZERO
  397            Display 'ICVRTSLA: TIMEJRNL HOLDS NO RUN DATES'
  398            Move 16 to Return-Code
  399            Goback
  400         End-If
  401      End-If

  403      Perform Open-Timing-Journal
  404      Perform Collect-Window-Date
  405         Until CV-SLA-EOF
  406      Close TIMING-JOURNAL-FILE

  408      Perform Clear-Stream-Windows
  409         Varying CV-SLA-STRM-SUB From 1 By 1
  410         Until CV-SLA-STRM-SUB > 10
  411      Perform Open-Timing-Journal
  412      Perform Load-Journal-Record
  413         Until CV-SLA-EOF
  414      Close TIMING-JOURNAL-FILE
  415      If CV-SLA-TN-COUNT = 0
  416         Display 'ICVRTSLA: NO JOURNAL ENTRIES FOR RUN DATE '
  417            CV-SLA-RUN-DATE
  418         Move 16 to Return-Code
  419         Goback
  420      End-If
  421      Perform Average-Tonight-Entry
  422         Varying CV-SLA-TN-SUB From 1 By 1
  423         Until CV-SLA-TN-SUB > CV-SLA-TN-COUNT

  425      Move CV-SLA-RUN-DATE-X to CV-RPT-RUN-DATE
  426      Move CV-SLA-WIN-COUNT-N to CV-RPT-WIN-NIGHTS
  427      Write SLA-REPORT-LINE From CV-RPT-TITLE-LINE

  429      Perform Report-Critical-Paths
  430      Perform Report-Sla-Results
  431      Perform Report-Night-Comparison
  432      Perform Report-Rebalancing

  434      Close SLA-REPORT-FILE
  435      Move CV-SLA-PAST-COUNT to CV-RPT-SLA-TOT-PAST
  436      Move CV-SLA-RISK-COUNT to CV-RPT-SLA-TOT-RISK
  437      Display 'ICVRTSLA: ' CV-RPT-SLA-TOTAL-LINE
  438      If CV-SLA-PAST-COUNT > 0
  439         Move 4 to Return-Code
  440      Else
  441         Move 0 to Return-Code
  442      End-If
  443      Goback.


      * No SLACARD bound to the step reports the latest night on the
      * journal; a card that is there must carry a numeric date.
  448  Establish-Run-Date.
  449      Open Input SLA-CARD-FILE
  450      If CV-SLA-SLACARD-STATUS = '00'
  451         Read SLA-CARD-FILE
  452            At End
  453               Continue
  454            Not At End
  455               If SLACARD-LINE (1 : 8) Not = SPACES
  456                  If SLACARD-LINE (1 : 8) Not Numeric
  457                     Display 'ICVRTSLA: RUN DATE NOT NUMERIC - '
  458                        SLACARD-LINE (1 : 8)
  459                     Move 16 to Return-Code
  460                     Goback
  461                  End-If
  462                  Move SLACARD-LINE (1 : 8) to CV-SLA-RUN-DATE-X
  463               End-If
  464         End-Read
  465         Close SLA-CARD-FILE
  466      Else
  467         If CV-SLA-SLACARD-STATUS Not = '35'
  468            Display 'ICVRTSLA: SLACARD OPEN FAILED - STATUS '
  469               CV-SLA-SLACARD-STATUS
  470            Move 16 to Return-Code
  471            Goback
  472         End-If
  473      End-If
  474      .


      * The journal is read three times over - for the night, for
      * the nights before it, and for the timings - each pass from
      * the top.
  480  Open-Timing-Journal.
  481      Open Input TIMING-JOURNAL-FILE
  482      If CV-SLA-TIMEJRNL-STATUS Not = '00'
  483         Display 'ICVRTSLA: TIMEJRNL OPEN FAILED - STATUS '
  484            CV-SLA-TIMEJRNL-STATUS
  485         Move 16 to Return-Code
  486         Goback
  487      End-If
  488      Move 'N' to CV-SLA-EOF-SW
  489      .


  492  Find-Latest-Run-Date.
  493      Read TIMING-JOURNAL-FILE Into CV-TIMING-RECORD
  494         At End
  495            Set CV-SLA-EOF to True
  496         Not At End
  497            If CV-TJ-RUN-DATE Numeric
  498               And CV-TJ-RUN-DATE > CV-SLA-RUN-DATE
  499               Move CV-TJ-RUN-DATE to CV-SLA-RUN-DATE
  500            End-If
  501      End-Read
  502      .


      * Keeps the 30 latest distinct run dates before the night
      * reported: a date already held is passed over, and once the
      * table is full a later date displaces the oldest.
  508  Collect-Window-Date.
  509      Read TIMING-JOURNAL-FILE Into CV-TIMING-RECORD
  510         At End
  511            Set CV-SLA-EOF to True
  512         Not At End
  513            If CV-TJ-RUN-DATE Numeric
  514               And CV-TJ-RUN-DATE < CV-SLA-RUN-DATE
  515               Perform Find-Window-Date
  516               If Not CV-SLA-WIN-FOUND
  517                  Perform Add-Window-Date
  518               End-If
  519            End-If
  520      End-Read
  521      .


  524  Find-Window-Date.
  525      Move 'N' to CV-SLA-WIN-FOUND-SW
  526      Perform Scan-Window-Date
  527         Varying CV-SLA-WIN-SUB From 1 By 1
  528         Until CV-SLA-WIN-SUB > CV-SLA-WIN-COUNT-N
  529            Or CV-SLA-WIN-FOUND
  530      If CV-SLA-WIN-FOUND
  531         Subtract 1 From CV-SLA-WIN-SUB
  532      End-If
  533      .


  536  Scan-Window-Date.
  537      If CV-SLA-WIN-DATE (CV-SLA-WIN-SUB) = CV-TJ-RUN-DATE
  538         Set CV-SLA-WIN-FOUND to True
  539      End-If
  540      .


  543  Add-Window-Date.
  544      If CV-SLA-WIN-COUNT-N < 30
  545         Add 1 to CV-SLA-WIN-COUNT-N
  546         Move CV-TJ-RUN-DATE
  547            to CV-SLA-WIN-DATE (CV-SLA-WIN-COUNT-N)
  548      Else
  549         Move 1 to CV-SLA-WIN-OLDEST
  550         Perform Find-Oldest-Window-Date
  551            Varying CV-SLA-WIN-SUB From 2 By 1
  552            Until CV-SLA-WIN-SUB > 30
  553         If CV-TJ-RUN-DATE
  554            > CV-SLA-WIN-DATE (CV-SLA-WIN-OLDEST)
  555            Move CV-TJ-RUN-DATE
  556               to CV-SLA-WIN-DATE (CV-SLA-WIN-OLDEST)
  557         End-If
  558      End-If
  559      .


  562  Find-Oldest-Window-Date.
  563      If CV-SLA-WIN-DATE (CV-SLA-WIN-SUB)
  564         < CV-SLA-WIN-DATE (CV-SLA-WIN-OLDEST)
  565         Move CV-SLA-WIN-SUB to CV-SLA-WIN-OLDEST
  566      End-If
  567      .


  570  Clear-Stream-Windows.
  571      Move ZERO to CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
  572      Move ZERO to CV-SLA-TS-LAST (CV-SLA-STRM-SUB)
  573      Move ZERO to CV-SLA-TS-BUSY (CV-SLA-STRM-SUB)
  574      Move ZERO to CV-SLA-TS-RAN (CV-SLA-STRM-SUB)
  575      Move ZERO to CV-SLA-TS-ENTRIES (CV-SLA-STRM-SUB)
  576      Move ZERO to CV-SLA-TS-LOAD (CV-SLA-STRM-SUB)
  577      Perform Clear-Night-Stream
  578         Varying CV-SLA-WIN-SUB From 1 By 1
  579         Until CV-SLA-WIN-SUB > 30
  580      .


  583  Clear-Night-Stream.
  584      Move ZERO
  585         to CV-SLA-WIN-FIRST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  586      Move ZERO
  587         to CV-SLA-WIN-LAST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  588      Move ZERO
  589         to CV-SLA-WIN-BUSY (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  590      Move ZERO
  591         to CV-SLA-WIN-COUNT (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  592      .


      * Tonight's records go to the entry table; a trailing night's
      * records that ran go to the entry history and that night's
      * stream window.  A stream column that is not a digit counts
      * as stream 0, as the driver treats a blank one.
  599  Load-Journal-Record.
  600      Read TIMING-JOURNAL-FILE Into CV-TIMING-RECORD
  601         At End
  602            Set CV-SLA-EOF to True
  603         Not At End
  604            If CV-TJ-STREAM Numeric
  605               Move CV-TJ-STREAM to CV-SLA-STRM-DIGIT
  606            Else
  607               Move ZERO to CV-SLA-STRM-DIGIT
  608            End-If
  609            Compute CV-SLA-STRM-SUB = CV-SLA-STRM-DIGIT + 1
  610            If CV-TJ-RUN-DATE = CV-SLA-RUN-DATE
  611               Perform Load-Tonight-Entry
  612            Else
  613               If CV-TJ-RUN-DATE Numeric
  614                  And CV-TJ-START-SECS > 0
  615                  Perform Find-Window-Date
  616                  If CV-SLA-WIN-FOUND
  617                     Perform Add-Entry-History
  618                     Perform Add-Night-Stream
  619                  End-If
  620               End-If
  621            End-If
  622      End-Read
  623      .


      * A night with more than 500 entries stops the report rather
      * than timing part of the night as though it were all of it.
  628  Load-Tonight-Entry.
  629      If CV-SLA-TN-COUNT Not < 500
  630         Display 'ICVRTSLA: OVER 500 ENTRIES FOR RUN DATE '
  631            CV-SLA-RUN-DATE
  632         Move 16 to Return-Code
  633         Goback
  634      End-If
  635      Add 1 to CV-SLA-TN-COUNT
  636      Move CV-SLA-TN-COUNT to CV-SLA-TN-SUB
  637      Move CV-TJ-DATASET to CV-SLA-TN-DATASET (CV-SLA-TN-SUB)
  638      Move CV-TJ-PGM-IND to CV-SLA-TN-PGM (CV-SLA-TN-SUB)
  639      Move CV-SLA-STRM-SUB to CV-SLA-TN-STREAM (CV-SLA-TN-SUB)
  640      Move CV-TJ-STATUS to CV-SLA-TN-STATUS (CV-SLA-TN-SUB)
  641      Move CV-TJ-SCHED-SECS
  642         to CV-SLA-TN-SCHED-SECS (CV-SLA-TN-SUB)
  643      Move CV-TJ-ARRIVAL-SECS
  644         to CV-SLA-TN-ARR-SECS (CV-SLA-TN-SUB)
  645      Move CV-TJ-ACTUAL-ARRIVAL
  646         to CV-SLA-TN-ARR-TIME (CV-SLA-TN-SUB)
  647      Move CV-TJ-START-SECS
  648         to CV-SLA-TN-START-SECS (CV-SLA-TN-SUB)
  649      Move CV-TJ-START-TIME
  650         to CV-SLA-TN-START-TIME (CV-SLA-TN-SUB)
  651      Move CV-TJ-END-SECS to CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  652      Move CV-TJ-END-TIME to CV-SLA-TN-END-TIME (CV-SLA-TN-SUB)
  653      Move CV-TJ-SLA-TIME to CV-SLA-TN-SLA-TIME (CV-SLA-TN-SUB)
  654      Move CV-TJ-SLA-SECS to CV-SLA-TN-SLA-SECS (CV-SLA-TN-SUB)
  655      Move CV-TJ-RETRIES to CV-SLA-TN-RETRIES (CV-SLA-TN-SUB)
  656      Move ZERO to CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB)
  657      Move ZERO to CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB)
  658      Move ZERO to CV-SLA-TN-AVG-ELAP (CV-SLA-TN-SUB)
  659      Move ZERO to CV-SLA-TN-AVG-END (CV-SLA-TN-SUB)
  660      Move 'N' to CV-SLA-TN-ON-PATH (CV-SLA-TN-SUB)
  661      Add 1 to CV-SLA-TS-ENTRIES (CV-SLA-STRM-SUB)
  662      If CV-TJ-START-SECS > 0
  663         Move 'Y' to CV-SLA-TN-RAN (CV-SLA-TN-SUB)
  664         Compute CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB) =
  665            CV-TJ-END-SECS - CV-TJ-START-SECS
  666         Add 1 to CV-SLA-TS-RAN (CV-SLA-STRM-SUB)
  667         Add CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB)
  668            to CV-SLA-TS-BUSY (CV-SLA-STRM-SUB)
  669         If CV-SLA-TS-RAN (CV-SLA-STRM-SUB) = 1
  670            Or CV-TJ-START-SECS < CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
  671            Move CV-TJ-START-SECS
  672               to CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
  673         End-If
  674         If CV-TJ-END-SECS > CV-SLA-TS-LAST (CV-SLA-STRM-SUB)
  675            Move CV-TJ-END-SECS
  676               to CV-SLA-TS-LAST (CV-SLA-STRM-SUB)
  677         End-If
  678      Else
  679         Move 'N' to CV-SLA-TN-RAN (CV-SLA-TN-SUB)
  680      End-If
  681      .


      * History past 1000 distinct entries is announced once and
      * left out of the averages; the entries it would have covered
      * report as new.
  687  Add-Entry-History.
  688      Perform Find-Entry-History
  689      If Not CV-SLA-HS-FOUND
  690         If CV-SLA-HS-COUNT < 1000
  691            Add 1 to CV-SLA-HS-COUNT
  692            Move CV-SLA-HS-COUNT to CV-SLA-HS-SUB
  693            Move CV-TJ-DATASET
  694               to CV-SLA-HS-DATASET (CV-SLA-HS-SUB)
  695            Move CV-TJ-PGM-IND to CV-SLA-HS-PGM (CV-SLA-HS-SUB)
  696            Move ZERO to CV-SLA-HS-NIGHTS (CV-SLA-HS-SUB)
  697            Move ZERO to CV-SLA-HS-ELAP-SUM (CV-SLA-HS-SUB)
  698            Move ZERO to CV-SLA-HS-END-SUM (CV-SLA-HS-SUB)
  699            Set CV-SLA-HS-FOUND to True
  700         Else
  701            If Not CV-SLA-HS-FULL
  702               Display 'ICVRTSLA: OVER 1000 ENTRIES OF HISTORY'
  703                  ' - REST LEFT OUT OF THE AVERAGES'
  704               Set CV-SLA-HS-FULL to True
  705            End-If
  706         End-If
  707      End-If
  708      If CV-SLA-HS-FOUND
  709         Add 1 to CV-SLA-HS-NIGHTS (CV-SLA-HS-SUB)
  710         Compute CV-SLA-HS-ELAP-SUM (CV-SLA-HS-SUB) =
  711            CV-SLA-HS-ELAP-SUM (CV-SLA-HS-SUB)
  712            + CV-TJ-END-SECS - CV-TJ-START-SECS
  713         Add CV-TJ-END-SECS to CV-SLA-HS-END-SUM (CV-SLA-HS-SUB)
  714      End-If
  715      .


  718  Find-Entry-History.
  719      Move 'N' to CV-SLA-HS-FOUND-SW
  720      Perform Scan-Entry-History
  721         Varying CV-SLA-HS-SUB From 1 By 1
  722         Until CV-SLA-HS-SUB > CV-SLA-HS-COUNT
  723            Or CV-SLA-HS-FOUND
  724      If CV-SLA-HS-FOUND
  725         Subtract 1 From CV-SLA-HS-SUB
  726      End-If
  727      .


  730  Scan-Entry-History.
  731      If CV-SLA-HS-DATASET (CV-SLA-HS-SUB) = CV-TJ-DATASET
  732         And CV-SLA-HS-PGM (CV-SLA-HS-SUB) = CV-TJ-PGM-IND
  733         Set CV-SLA-HS-FOUND to True
  734      End-If
  735      .


  738  Add-Night-Stream.
  739      Add 1 to CV-SLA-WIN-COUNT (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  740      Compute CV-SLA-WIN-BUSY (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB) =
  741         CV-SLA-WIN-BUSY (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  742         + CV-TJ-END-SECS - CV-TJ-START-SECS
  743      If CV-SLA-WIN-COUNT (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB) = 1
  744         Or CV-TJ-START-SECS
  745            < CV-SLA-WIN-FIRST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  746         Move CV-TJ-START-SECS
  747            to CV-SLA-WIN-FIRST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  748      End-If
  749      If CV-TJ-END-SECS
  750         > CV-SLA-WIN-LAST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  751         Move CV-TJ-END-SECS
  752            to CV-SLA-WIN-LAST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
  753      End-If
  754      .


      * Each of tonight's entries takes its trailing averages from
      * the history under the same dataset and program indicator.
  759  Average-Tonight-Entry.
  760      Move CV-SLA-TN-DATASET (CV-SLA-TN-SUB) to CV-TJ-DATASET
  761      Move CV-SLA-TN-PGM (CV-SLA-TN-SUB) to CV-TJ-PGM-IND
  762      Perform Find-Entry-History
  763      If CV-SLA-HS-FOUND
  764         Move CV-SLA-HS-NIGHTS (CV-SLA-HS-SUB)
  765            to CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB)
  766         Divide CV-SLA-HS-ELAP-SUM (CV-SLA-HS-SUB)
  767            By CV-SLA-HS-NIGHTS (CV-SLA-HS-SUB)
  768            Giving CV-SLA-TN-AVG-ELAP (CV-SLA-TN-SUB) Rounded
  769         Divide CV-SLA-HS-END-SUM (CV-SLA-HS-SUB)
  770            By CV-SLA-HS-NIGHTS (CV-SLA-HS-SUB)
  771            Giving CV-SLA-TN-AVG-END (CV-SLA-TN-SUB) Rounded
  772      End-If
  773      .


      * Part one.  A stream's critical path ends with the entry that
      * finished the stream; working back, each entry that ended
      * within a few seconds of the path's current head started
      * the head, and is on the path too.  Where no entry ended
      * then, the head was not queued behind anything - the stream
      * sat waiting on its input - and the path begins there.
  782  Report-Critical-Paths.
  783      Write SLA-REPORT-LINE From CV-RPT-SPACER
  784      Move 'CRITICAL PATH BY STREAM' to CV-RPT-SECTION-LINE
  785      Write SLA-REPORT-LINE From CV-RPT-SECTION-LINE
  786      Perform Report-Stream-Path
  787         Varying CV-SLA-STRM-SUB From 1 By 1
  788         Until CV-SLA-STRM-SUB > 10
  789      .


  792  Report-Stream-Path.
  793      If CV-SLA-TS-RAN (CV-SLA-STRM-SUB) > 0
  794         Write SLA-REPORT-LINE From CV-RPT-SPACER
  795         Compute CV-RPT-STRM = CV-SLA-STRM-SUB - 1
  796         Move CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
  797            to CV-SLA-CLOCK-SECS
  798         Perform Format-Seconds-Clock
  799         Move CV-SLA-CLOCK-OUT to CV-RPT-STRM-FIRST
  800         Move CV-SLA-TS-LAST (CV-SLA-STRM-SUB)
  801            to CV-SLA-CLOCK-SECS
  802         Perform Format-Seconds-Clock
  803         Move CV-SLA-CLOCK-OUT to CV-RPT-STRM-LAST
  804         Compute CV-RPT-STRM-WINDOW =
  805            CV-SLA-TS-LAST (CV-SLA-STRM-SUB)
  806            - CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
  807         Move CV-SLA-TS-RAN (CV-SLA-STRM-SUB) to CV-RPT-STRM-RAN
  808         Write SLA-REPORT-LINE From CV-RPT-STREAM-LINE
  809         Write SLA-REPORT-LINE From CV-RPT-PATH-HEAD-LINE

  811         Move ZERO to CV-SLA-PATH-COUNT
  812         Move ZERO to CV-SLA-PRED-SUB
  813         Move ZERO to CV-SLA-PRED-END
  814         Perform Find-Stream-Last-Entry
  815            Varying CV-SLA-TN-SUB From 1 By 1
  816            Until CV-SLA-TN-SUB > CV-SLA-TN-COUNT
  817         Perform Trace-Path-Back
  818            Until CV-SLA-PRED-SUB = 0
  819         Perform Write-Path-Line
  820            Varying CV-SLA-PATH-SUB From CV-SLA-PATH-COUNT By -1
  821            Until CV-SLA-PATH-SUB < 1

  823         Move CV-SLA-PATH-TN-SUB (CV-SLA-PATH-COUNT)
  824            to CV-SLA-TN-SUB
  825         Compute CV-SLA-DIFF =
  826            CV-SLA-TN-START-SECS (CV-SLA-TN-SUB)
  827            - CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
  828         If CV-SLA-DIFF > CV-SLA-GAP-SECS
  829            Move CV-SLA-DIFF to CV-RPT-PATH-INTO
  830            Write SLA-REPORT-LINE From CV-RPT-PATH-START-LINE
  831         End-If
  832      End-If
  833      .


  836  Find-Stream-Last-Entry.
  837      If CV-SLA-TN-STREAM (CV-SLA-TN-SUB) = CV-SLA-STRM-SUB
  838         And CV-SLA-TN-RAN (CV-SLA-TN-SUB) = 'Y'
  839         And (CV-SLA-PRED-SUB = 0
  840            Or CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  841               > CV-SLA-PRED-END)
  842         Move CV-SLA-TN-SUB to CV-SLA-PRED-SUB
  843         Move CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  844            to CV-SLA-PRED-END
  845      End-If
  846      .


      * Puts the entry found last time on the path and looks for the
      * entry that ended just as it started.
  851  Trace-Path-Back.
  852      Move CV-SLA-PRED-SUB to CV-SLA-CUR-SUB
  853      Add 1 to CV-SLA-PATH-COUNT
  854      Move CV-SLA-CUR-SUB
  855         to CV-SLA-PATH-TN-SUB (CV-SLA-PATH-COUNT)
  856      Move 'Y' to CV-SLA-TN-ON-PATH (CV-SLA-CUR-SUB)
  857      Compute CV-SLA-LOW-BOUND =
  858         CV-SLA-TN-START-SECS (CV-SLA-CUR-SUB) - CV-SLA-GAP-SECS
  859      Compute CV-SLA-HIGH-BOUND =
  860         CV-SLA-TN-START-SECS (CV-SLA-CUR-SUB) + CV-SLA-GAP-SECS
  861      Move ZERO to CV-SLA-PRED-SUB
  862      Move ZERO to CV-SLA-PRED-END
  863      Perform Find-Path-Predecessor
  864         Varying CV-SLA-TN-SUB From 1 By 1
  865         Until CV-SLA-TN-SUB > CV-SLA-TN-COUNT
  866      .


  869  Find-Path-Predecessor.
  870      If CV-SLA-TN-STREAM (CV-SLA-TN-SUB) = CV-SLA-STRM-SUB
  871         And CV-SLA-TN-RAN (CV-SLA-TN-SUB) = 'Y'
  872         And CV-SLA-TN-ON-PATH (CV-SLA-TN-SUB) = 'N'
  873         And CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  874            Not < CV-SLA-LOW-BOUND
  875         And CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  876            Not > CV-SLA-HIGH-BOUND
  877         And CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  878            Not > CV-SLA-TN-END-SECS (CV-SLA-CUR-SUB)
  879         And (CV-SLA-PRED-SUB = 0
  880            Or CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  881               > CV-SLA-PRED-END)
  882         Move CV-SLA-TN-SUB to CV-SLA-PRED-SUB
  883         Move CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  884            to CV-SLA-PRED-END
  885      End-If
  886      .


      * LATE is an input that arrived after its expected-by time (or
      * cutoff); SLOW is an entry over half again its trailing
      * average, so a night's long pole is told apart from a feed
      * that is always big.
  893  Write-Path-Line.
  894      Move CV-SLA-PATH-TN-SUB (CV-SLA-PATH-SUB) to CV-SLA-TN-SUB
  895      Move CV-SLA-TN-DATASET (CV-SLA-TN-SUB)
  896         to CV-RPT-PATH-DATASET
  897      Move CV-SLA-TN-PGM (CV-SLA-TN-SUB) to CV-RPT-PATH-PGM
  898      Move CV-SLA-TN-START-TIME (CV-SLA-TN-SUB)
  899         to CV-SLA-CLOCK-IN
  900      Perform Format-Clock
  901      Move CV-SLA-CLOCK-OUT to CV-RPT-PATH-START
  902      Move CV-SLA-TN-END-TIME (CV-SLA-TN-SUB) to CV-SLA-CLOCK-IN
  903      Perform Format-Clock
  904      Move CV-SLA-CLOCK-OUT to CV-RPT-PATH-END
  905      Move CV-SLA-TN-ARR-TIME (CV-SLA-TN-SUB) to CV-SLA-CLOCK-IN
  906      Perform Format-Clock
  907      Move CV-SLA-CLOCK-OUT to CV-RPT-PATH-ARRIVED
  908      Move CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB)
  909         to CV-RPT-PATH-ELAPSED
  910      Move Spaces to CV-RPT-PATH-FLAG-LATE
  911      Move Spaces to CV-RPT-PATH-FLAG-RETRY
  912      Move Spaces to CV-RPT-PATH-FLAG-SLOW
  913      If CV-SLA-TN-SCHED-SECS (CV-SLA-TN-SUB) > 0
  914         And CV-SLA-TN-ARR-SECS (CV-SLA-TN-SUB)
  915            > CV-SLA-TN-SCHED-SECS (CV-SLA-TN-SUB)
  916         Move 'LATE' to CV-RPT-PATH-FLAG-LATE
  917      End-If
  918      If CV-SLA-TN-RETRIES (CV-SLA-TN-SUB) > 0
  919         Move 'RETRY' to CV-RPT-PATH-FLAG-RETRY
  920      End-If
  921      If CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB) > 0
  922         And CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB) * 100
  923            > CV-SLA-TN-AVG-ELAP (CV-SLA-TN-SUB) * 150
  924         Move 'SLOW' to CV-RPT-PATH-FLAG-SLOW
  925      End-If
  926      Write SLA-REPORT-LINE From CV-RPT-PATH-LINE
  927      .


      * Part two.  Only entries with an SLA coded are looked at.  A
      * feed not due tonight, or skipped as already done, owes
      * nothing, nor does a duplicate of a feed already converted
      * today; one that missed, failed its checks or otherwise
      * never ran has not finished and is past its SLA by
      * definition.
  936  Report-Sla-Results.
  937      Write SLA-REPORT-LINE From CV-RPT-SPACER
  938      Move 'ENTRIES PAST OR AT RISK OF THEIR SLA'
  939         to CV-RPT-SECTION-LINE
  940      Write SLA-REPORT-LINE From CV-RPT-SECTION-LINE
  941      Write SLA-REPORT-LINE From CV-RPT-SLA-HEAD-LINE
  942      Perform Check-Entry-Sla
  943         Varying CV-SLA-TN-SUB From 1 By 1
  944         Until CV-SLA-TN-SUB > CV-SLA-TN-COUNT
  945      Move CV-SLA-PAST-COUNT to CV-RPT-SLA-TOT-PAST
  946      Move CV-SLA-RISK-COUNT to CV-RPT-SLA-TOT-RISK
  947      Write SLA-REPORT-LINE From CV-RPT-SLA-TOTAL-LINE
  948      .


  951  Check-Entry-Sla.
  952      If CV-SLA-TN-SLA-TIME (CV-SLA-TN-SUB) Not = SPACES
  953         And CV-SLA-TN-STATUS (CV-SLA-TN-SUB) Not = 'NOT DUE'
  954         And CV-SLA-TN-STATUS (CV-SLA-TN-SUB) Not = 'SKIP'
  955         And CV-SLA-TN-STATUS (CV-SLA-TN-SUB) Not = 'DUP'
  956         Move CV-SLA-TN-DATASET (CV-SLA-TN-SUB)
  957            to CV-RPT-SLA-DATASET
  958         Move CV-SLA-TN-PGM (CV-SLA-TN-SUB) to CV-RPT-SLA-PGM
  959         Move CV-SLA-TN-SLA-TIME (CV-SLA-TN-SUB)
  960            to CV-RPT-SLA-TIME
  961         Move Spaces to CV-RPT-SLA-END
  962         Move ZERO to CV-RPT-SLA-LATE
  963         Evaluate True
  964            When CV-SLA-TN-RAN (CV-SLA-TN-SUB) Not = 'Y'
  965               Add 1 to CV-SLA-PAST-COUNT
  966               Move Spaces to CV-RPT-SLA-RESULT
  967               String 'NOT FINISHED - '
  968                  Delimited By Size
  969                  CV-SLA-TN-STATUS (CV-SLA-TN-SUB)
  970                  Delimited By Size
  971                  Into CV-RPT-SLA-RESULT
  972               Write SLA-REPORT-LINE From CV-RPT-SLA-LINE
  973            When CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  974               > CV-SLA-TN-SLA-SECS (CV-SLA-TN-SUB)
  975               Add 1 to CV-SLA-PAST-COUNT
  976               Perform Format-Entry-End
  977               Compute CV-SLA-LATE-MIN =
  978                  (CV-SLA-TN-END-SECS (CV-SLA-TN-SUB)
  979                  - CV-SLA-TN-SLA-SECS (CV-SLA-TN-SUB) + 59) / 60
  980               Move CV-SLA-LATE-MIN to CV-RPT-SLA-LATE
  981               Move 'PAST SLA' to CV-RPT-SLA-RESULT
  982               Write SLA-REPORT-LINE From CV-RPT-SLA-LINE
  983            When CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB) > 0
  984               And CV-SLA-TN-AVG-END (CV-SLA-TN-SUB)
  985                  + CV-SLA-RISK-SECS
  986                  > CV-SLA-TN-SLA-SECS (CV-SLA-TN-SUB)
  987               Add 1 to CV-SLA-RISK-COUNT
  988               Perform Format-Entry-End
  989               Move 'AT RISK - AVERAGE END ' to CV-RPT-SLA-RESULT
  990               Move CV-SLA-TN-AVG-END (CV-SLA-TN-SUB)
  991                  to CV-SLA-CLOCK-SECS
  992               Perform Format-Seconds-Clock
  993               Move CV-SLA-CLOCK-OUT (1 : 5)
  994                  to CV-RPT-SLA-RESULT (23 : 5)
  995               Write SLA-REPORT-LINE From CV-RPT-SLA-LINE
  996            When Other
  997               Continue
  998         End-Evaluate
  999      End-If
 1000      .


 1003  Format-Entry-End.
 1004      Move CV-SLA-TN-END-TIME (CV-SLA-TN-SUB) to CV-SLA-CLOCK-IN
 1005      Perform Format-Clock
 1006      Move CV-SLA-CLOCK-OUT to CV-RPT-SLA-END
 1007      .


      * Part three.  A stream's window is its first start to its
      * last end; its busy time is the sum of its entries' elapsed
      * times, so a window that grew while the busy time did not
      * was waiting, not working.  Each trailing night a stream ran
      * in counts once toward its averages.
 1015  Report-Night-Comparison.
 1016      Write SLA-REPORT-LINE From CV-RPT-SPACER
 1017      Move 'TONIGHT AGAINST THE TRAILING NIGHTS (SECONDS)'
 1018         to CV-RPT-SECTION-LINE
 1019      Write SLA-REPORT-LINE From CV-RPT-SECTION-LINE
 1020      Perform Compare-Stream-Window
 1021         Varying CV-SLA-STRM-SUB From 1 By 1
 1022         Until CV-SLA-STRM-SUB > 10
 1023      .


 1026  Compare-Stream-Window.
 1027      If CV-SLA-TS-RAN (CV-SLA-STRM-SUB) > 0
 1028         Write SLA-REPORT-LINE From CV-RPT-SPACER
 1029         Compute CV-RPT-CMP-STRM = CV-SLA-STRM-SUB - 1
 1030         Move ZERO to CV-SLA-SUM
 1031         Move ZERO to CV-SLA-AVG-BUSY
 1032         Move ZERO to CV-SLA-NIGHTS
 1033         Perform Sum-Night-Stream
 1034            Varying CV-SLA-WIN-SUB From 1 By 1
 1035            Until CV-SLA-WIN-SUB > CV-SLA-WIN-COUNT-N
 1036         Move ZERO to CV-SLA-AVG
 1037         If CV-SLA-NIGHTS > 0
 1038            Divide CV-SLA-SUM By CV-SLA-NIGHTS
 1039               Giving CV-SLA-AVG Rounded
 1040            Divide CV-SLA-AVG-BUSY By CV-SLA-NIGHTS
 1041               Giving CV-SLA-AVG-BUSY Rounded
 1042         End-If
 1043         Compute CV-SLA-DIFF =
 1044            CV-SLA-TS-LAST (CV-SLA-STRM-SUB)
 1045            - CV-SLA-TS-FIRST (CV-SLA-STRM-SUB)
 1046         Move CV-SLA-DIFF to CV-RPT-CMP-WIN
 1047         Move CV-SLA-AVG to CV-RPT-CMP-WIN-AVG
 1048         If CV-SLA-NIGHTS > 0
 1049            Compute CV-RPT-CMP-WIN-DIFF = CV-SLA-DIFF - CV-SLA-AVG
 1050         Else
 1051            Move ZERO to CV-RPT-CMP-WIN-DIFF
 1052         End-If
 1053         Move CV-SLA-TS-BUSY (CV-SLA-STRM-SUB) to CV-RPT-CMP-BUSY
 1054         Move CV-SLA-AVG-BUSY to CV-RPT-CMP-BUSY-AVG
 1055         Write SLA-REPORT-LINE From CV-RPT-CMP-STREAM-LINE
 1056         Perform Compare-Entry-Elapsed
 1057            Varying CV-SLA-TN-SUB From 1 By 1
 1058            Until CV-SLA-TN-SUB > CV-SLA-TN-COUNT
 1059      End-If
 1060      .


 1063  Sum-Night-Stream.
 1064      If CV-SLA-WIN-COUNT (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB) > 0
 1065         Add 1 to CV-SLA-NIGHTS
 1066         Compute CV-SLA-SUM = CV-SLA-SUM
 1067            + CV-SLA-WIN-LAST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
 1068            - CV-SLA-WIN-FIRST (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
 1069         Add CV-SLA-WIN-BUSY (CV-SLA-WIN-SUB, CV-SLA-STRM-SUB)
 1070            to CV-SLA-AVG-BUSY
 1071      End-If
 1072      .


      * An entry with no trailing history is marked NEW and shows no
      * difference rather than the whole of its elapsed time.
 1077  Compare-Entry-Elapsed.
 1078      If CV-SLA-TN-STREAM (CV-SLA-TN-SUB) = CV-SLA-STRM-SUB
 1079         And CV-SLA-TN-RAN (CV-SLA-TN-SUB) = 'Y'
 1080         Move CV-SLA-TN-DATASET (CV-SLA-TN-SUB)
 1081            to CV-RPT-CMP-DATASET
 1082         Move CV-SLA-TN-PGM (CV-SLA-TN-SUB) to CV-RPT-CMP-PGM
 1083         Move CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB)
 1084            to CV-RPT-CMP-ELAPSED
 1085         Move CV-SLA-TN-AVG-ELAP (CV-SLA-TN-SUB)
 1086            to CV-RPT-CMP-AVG
 1087         Move CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB)
 1088            to CV-RPT-CMP-NIGHTS
 1089         If CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB) > 0
 1090            Compute CV-RPT-CMP-DIFF =
 1091               CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB)
 1092               - CV-SLA-TN-AVG-ELAP (CV-SLA-TN-SUB)
 1093            Move Spaces to CV-RPT-CMP-NOTE
 1094         Else
 1095            Move ZERO to CV-RPT-CMP-DIFF
 1096            Move 'NEW' to CV-RPT-CMP-NOTE
 1097         End-If
 1098         Write SLA-REPORT-LINE From CV-RPT-CMP-ENTRY-LINE
 1099      End-If
 1100      .


      * Part four.  Each stream's load is the trailing average of
      * the entries it carries tonight (tonight's own time for an
      * entry with no history).  Moves are planned one at a time:
      * from the busiest stream in use to the idlest, the feed
      * whose load comes closest to halving the gap between them,
      * until no feed would narrow it or five moves are proposed.
      * Only streams carrying entries tonight are balanced across -
      * opening another stream is a scheduling decision, not this
      * report's.
 1112  Report-Rebalancing.
 1113      Write SLA-REPORT-LINE From CV-RPT-SPACER
 1114      Move 'STREAM REBALANCING FROM THE TRAILING AVERAGES'
 1115         to CV-RPT-SECTION-LINE
 1116      Write SLA-REPORT-LINE From CV-RPT-SECTION-LINE
 1117      Perform Build-Move-Group
 1118         Varying CV-SLA-TN-SUB From 1 By 1
 1119         Until CV-SLA-TN-SUB > CV-SLA-TN-COUNT
 1120      Move ZERO to CV-SLA-STREAMS-USED
 1121      Perform Report-Stream-Load
 1122         Varying CV-SLA-STRM-SUB From 1 By 1
 1123         Until CV-SLA-STRM-SUB > 10
 1124      If CV-SLA-STREAMS-USED < 2
 1125         Move 'ONE STREAM IN USE - NOTHING TO BALANCE ACROSS'
 1126            to CV-RPT-NOTE-LINE
 1127         Write SLA-REPORT-LINE From CV-RPT-NOTE-LINE
 1128      Else
 1129         Move ZERO to CV-SLA-MOVE-COUNT
 1130         Move 'N' to CV-SLA-MOVE-DONE-SW
 1131         Perform Plan-One-Move
 1132            Until CV-SLA-MOVE-DONE
 1133               Or CV-SLA-MOVE-COUNT Not < 5
 1134         If CV-SLA-MOVE-COUNT = 0
 1135            Move 'NO MOVE OF A WHOLE FEED WOULD EVEN THE LOAD'
 1136               to CV-RPT-NOTE-LINE
 1137         Else
 1138            Move 'CHECK ABORT DISPOSITIONS BEFORE MOVING A FEED'
 1139               to CV-RPT-NOTE-LINE
 1140         End-If
 1141         Write SLA-REPORT-LINE From CV-RPT-NOTE-LINE
 1142      End-If
 1143      .


      * A dataset's entries in one stream - its conversion and its
      * verification - are one group and move as one.
 1148  Build-Move-Group.
 1149      If CV-SLA-TN-NIGHTS (CV-SLA-TN-SUB) > 0
 1150         Move CV-SLA-TN-AVG-ELAP (CV-SLA-TN-SUB)
 1151            to CV-SLA-ENTRY-LOAD
 1152      Else
 1153         Move CV-SLA-TN-ELAPSED (CV-SLA-TN-SUB)
 1154            to CV-SLA-ENTRY-LOAD
 1155      End-If
 1156      Move CV-SLA-TN-STREAM (CV-SLA-TN-SUB) to CV-SLA-STRM-SUB
 1157      Add CV-SLA-ENTRY-LOAD to CV-SLA-TS-LOAD (CV-SLA-STRM-SUB)
 1158      Move ZERO to CV-SLA-GR-BEST
 1159      Perform Scan-Move-Group
 1160         Varying CV-SLA-GR-SUB From 1 By 1
 1161         Until CV-SLA-GR-SUB > CV-SLA-GR-COUNT
 1162            Or CV-SLA-GR-BEST > 0
 1163      If CV-SLA-GR-BEST = 0
 1164         And CV-SLA-GR-COUNT < 500
 1165         Add 1 to CV-SLA-GR-COUNT
 1166         Move CV-SLA-GR-COUNT to CV-SLA-GR-BEST
 1167         Move CV-SLA-TN-DATASET (CV-SLA-TN-SUB)
 1168            to CV-SLA-GR-DATASET (CV-SLA-GR-BEST)
 1169         Move CV-SLA-STRM-SUB to CV-SLA-GR-STREAM (CV-SLA-GR-BEST)
 1170         Move ZERO to CV-SLA-GR-LOAD (CV-SLA-GR-BEST)
 1171         Move 'N' to CV-SLA-GR-MOVED (CV-SLA-GR-BEST)
 1172      End-If
 1173      If CV-SLA-GR-BEST > 0
 1174         Add CV-SLA-ENTRY-LOAD to CV-SLA-GR-LOAD (CV-SLA-GR-BEST)
 1175      End-If
 1176      .


 1179  Scan-Move-Group.
 1180      If CV-SLA-GR-DATASET (CV-SLA-GR-SUB)
 1181         = CV-SLA-TN-DATASET (CV-SLA-TN-SUB)
 1182         And CV-SLA-GR-STREAM (CV-SLA-GR-SUB) = CV-SLA-STRM-SUB
 1183         Move CV-SLA-GR-SUB to CV-SLA-GR-BEST
 1184      End-If
 1185      .


 1188  Report-Stream-Load.
 1189      If CV-SLA-TS-ENTRIES (CV-SLA-STRM-SUB) > 0
 1190         Add 1 to CV-SLA-STREAMS-USED
 1191         Compute CV-RPT-LOAD-STRM = CV-SLA-STRM-SUB - 1
 1192         Move CV-SLA-TS-LOAD (CV-SLA-STRM-SUB) to CV-RPT-LOAD-SECS
 1193         Move CV-SLA-TS-ENTRIES (CV-SLA-STRM-SUB)
 1194            to CV-RPT-LOAD-ENTRIES
 1195         Write SLA-REPORT-LINE From CV-RPT-LOAD-LINE
 1196      End-If
 1197      .


 1200  Plan-One-Move.
 1201      Move ZERO to CV-SLA-MAX-STREAM
 1202      Move ZERO to CV-SLA-MIN-STREAM
 1203      Perform Find-Load-Extremes
 1204         Varying CV-SLA-STRM-SUB From 1 By 1
 1205         Until CV-SLA-STRM-SUB > 10
 1206      Compute CV-SLA-LOAD-DIFF =
 1207         CV-SLA-TS-LOAD (CV-SLA-MAX-STREAM)
 1208         - CV-SLA-TS-LOAD (CV-SLA-MIN-STREAM)
 1209      Move ZERO to CV-SLA-GR-BEST
 1210      Move ZERO to CV-SLA-GR-BEST-SCORE
 1211      Perform Score-Move-Group
 1212         Varying CV-SLA-GR-SUB From 1 By 1
 1213         Until CV-SLA-GR-SUB > CV-SLA-GR-COUNT
 1214      If CV-SLA-GR-BEST = 0
 1215         Set CV-SLA-MOVE-DONE to True
 1216      Else
 1217         Perform Propose-Move
 1218      End-If
 1219      .


 1222  Find-Load-Extremes.
 1223      If CV-SLA-TS-ENTRIES (CV-SLA-STRM-SUB) > 0
 1224         If CV-SLA-MAX-STREAM = 0
 1225            Or CV-SLA-TS-LOAD (CV-SLA-STRM-SUB)
 1226               > CV-SLA-TS-LOAD (CV-SLA-MAX-STREAM)
 1227            Move CV-SLA-STRM-SUB to CV-SLA-MAX-STREAM
 1228         End-If
 1229         If CV-SLA-MIN-STREAM = 0
 1230            Or CV-SLA-TS-LOAD (CV-SLA-STRM-SUB)
 1231               < CV-SLA-TS-LOAD (CV-SLA-MIN-STREAM)
 1232            Move CV-SLA-STRM-SUB to CV-SLA-MIN-STREAM
 1233         End-If
 1234      End-If
 1235      .


      * A feed carrying less than the whole gap narrows it; the one
      * closest to half the gap narrows it most.  A feed already
      * moved stays where it was sent.
 1241  Score-Move-Group.
 1242      If CV-SLA-GR-STREAM (CV-SLA-GR-SUB) = CV-SLA-MAX-STREAM
 1243         And CV-SLA-GR-MOVED (CV-SLA-GR-SUB) = 'N'
 1244         And CV-SLA-GR-LOAD (CV-SLA-GR-SUB) > 0
 1245         And CV-SLA-GR-LOAD (CV-SLA-GR-SUB) < CV-SLA-LOAD-DIFF
 1246         Compute CV-SLA-GR-SCORE = CV-SLA-LOAD-DIFF
 1247            - 2 * CV-SLA-GR-LOAD (CV-SLA-GR-SUB)
 1248         If CV-SLA-GR-SCORE < 0
 1249            Compute CV-SLA-GR-SCORE = 0 - CV-SLA-GR-SCORE
 1250         End-If
 1251         If CV-SLA-GR-BEST = 0
 1252            Or CV-SLA-GR-SCORE < CV-SLA-GR-BEST-SCORE
 1253            Move CV-SLA-GR-SUB to CV-SLA-GR-BEST
 1254            Move CV-SLA-GR-SCORE to CV-SLA-GR-BEST-SCORE
 1255         End-If
 1256      End-If
 1257      .


 1260  Propose-Move.
 1261      Add 1 to CV-SLA-MOVE-COUNT
 1262      Move CV-SLA-GR-DATASET (CV-SLA-GR-BEST)
 1263         to CV-RPT-MOVE-DATASET
 1264      Compute CV-RPT-MOVE-FROM = CV-SLA-MAX-STREAM - 1
 1265      Compute CV-RPT-MOVE-TO = CV-SLA-MIN-STREAM - 1
 1266      Move CV-SLA-GR-LOAD (CV-SLA-GR-BEST) to CV-RPT-MOVE-SECS
 1267      Write SLA-REPORT-LINE From CV-RPT-MOVE-LINE
 1268      Move CV-RPT-MOVE-FROM to CV-RPT-EFF-FROM
 1269      Move CV-RPT-MOVE-TO to CV-RPT-EFF-TO
 1270      Move CV-SLA-TS-LOAD (CV-SLA-MAX-STREAM)
 1271         to CV-RPT-EFF-FROM-OLD
 1272      Move CV-SLA-TS-LOAD (CV-SLA-MIN-STREAM) to CV-RPT-EFF-TO-OLD
 1273      Subtract CV-SLA-GR-LOAD (CV-SLA-GR-BEST)
 1274         From CV-SLA-TS-LOAD (CV-SLA-MAX-STREAM)
 1275      Add CV-SLA-GR-LOAD (CV-SLA-GR-BEST)
 1276         to CV-SLA-TS-LOAD (CV-SLA-MIN-STREAM)
 1277      Move CV-SLA-TS-LOAD (CV-SLA-MAX-STREAM)
 1278         to CV-RPT-EFF-FROM-NEW
 1279      Move CV-SLA-TS-LOAD (CV-SLA-MIN-STREAM) to CV-RPT-EFF-TO-NEW
 1280      Write SLA-REPORT-LINE From CV-RPT-MOVE-EFFECT-LINE
 1281      Move CV-SLA-MIN-STREAM to CV-SLA-GR-STREAM (CV-SLA-GR-BEST)
 1282      Move 'Y' to CV-SLA-GR-MOVED (CV-SLA-GR-BEST)
 1283      .


      * Seconds from midnight of the run date as a clock time; a
      * time past midnight reads as the next morning's clock.
 1288  Format-Seconds-Clock.
 1289      Move CV-SLA-CLOCK-SECS to CV-SLA-CLOCK-WORK
 1290      If CV-SLA-CLOCK-WORK Not < 86400
 1291         Subtract 86400 From CV-SLA-CLOCK-WORK
 1292      End-If
 1293      Divide CV-SLA-CLOCK-WORK By 3600
 1294         Giving CV-SLA-CLOCK-IN-HH
 1295      Compute CV-SLA-CLOCK-WORK =
 1296         CV-SLA-CLOCK-WORK - CV-SLA-CLOCK-IN-HH * 3600
 1297      Divide CV-SLA-CLOCK-WORK By 60
 1298         Giving CV-SLA-CLOCK-IN-MM
 1299      Compute CV-SLA-CLOCK-IN-SS =
 1300         CV-SLA-CLOCK-WORK - CV-SLA-CLOCK-IN-MM * 60
 1301      Perform Format-Clock
 1302      .


 1305  Format-Clock.
 1306      Move CV-SLA-CLOCK-IN-HH to CV-SLA-CLOCK-OUT-HH
 1307      Move CV-SLA-CLOCK-IN-MM to CV-SLA-CLOCK-OUT-MM
 1308      Move CV-SLA-CLOCK-IN-SS to CV-SLA-CLOCK-OUT-SS
 1309      .
