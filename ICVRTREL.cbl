    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTREL.
      * Release of held outputs for the conversion suite.
      *
      * A DRVLIST entry coded for staging converts into a held
      * dataset, and ICVRT02 delivers it only when the run is clean;
      * a run the tolerance gate warned, or one that left records in
      * quarantine, stays held and is logged on HOLDLOG (layout in
      * HOLDREC).  This program is how a held output leaves that
      * state: each release card on RELCARD names the delivery
      * dataset, the decision, the approver and the reason -
      *   columns  1-44   delivery dataset name, as on DRVLIST
      *   column  46      'P' promote or 'D' discard
      *   columns 48-55   approver ID
      *   columns 57-96   reason
      * A promoted output is copied from the held dataset on to its
      * delivery name and given the delivery manifest record the
      * conversion run held back, under that run's identifier and
      * code-page edition; a discarded one is left where it is and
      * delivers nothing.  Either decision goes to HOLDLOG, to the
      * audit trail (through A31BR14A, record number zero under the
      * conversion run's identifier and source dataset, direction
      * 'PRM' or 'DSC', the hold in the before image and the
      * decision in the after image) and to the feed's run-history
      * row (through ICVRTHST), so who let a short file through can
      * be answered later.  Approver and reason are both required.
      *
      * RELRPT lists the night's decisions, then every held output
      * still without one.  A 'CUTOFF HHMM' card sets the decision
      * deadline: an output held before the most recent HHMM is
      * OVERDUE, one held since is still AWAITING its decision.
      * With no cutoff card every undecided output is overdue.  A
      * run with no RELCARD at all is simply the overdue report.
      * The return code is 8 when a card was rejected, 4 when a held
      * output is overdue, 0 otherwise.
      *
      * A held output held again under the same delivery name before
      * anyone decided on it was overwritten by the newer run; the
      * older hold is superseded and no longer waits for a decision.

   41  ENVIRONMENT DIVISION.
   42  INPUT-OUTPUT SECTION.
   43  FILE-CONTROL.
   44      SELECT HOLD-LOG-FILE ASSIGN TO HOLDLOG
   45          ORGANIZATION IS LINE SEQUENTIAL
   46          FILE STATUS IS CV-REL-HOLDLOG-STATUS.

   48      SELECT RELEASE-CARD-FILE ASSIGN TO RELCARD
   49          ORGANIZATION IS LINE SEQUENTIAL
   50          FILE STATUS IS CV-REL-RELCARD-STATUS.

   52      SELECT RELEASE-REPORT-FILE ASSIGN TO RELRPT
   53          ORGANIZATION IS LINE SEQUENTIAL
   54          FILE STATUS IS CV-REL-RELRPT-STATUS.

   56      SELECT MANIFEST-FILE ASSIGN TO MANIFEST
   57          ORGANIZATION IS LINE SEQUENTIAL
   58          FILE STATUS IS CV-REL-MANIFEST-STATUS.

   60      SELECT HELD-FILE ASSIGN TO DYNAMIC CV-REL-HELD-DSN
   61          ORGANIZATION IS SEQUENTIAL
   62          FILE STATUS IS CV-REL-HELD-STATUS.

   64      SELECT DELIVERY-FILE ASSIGN TO DYNAMIC CV-REL-DELIVER-DSN
   65          ORGANIZATION IS SEQUENTIAL
   66          FILE STATUS IS CV-REL-DELIVER-STATUS.

   68  DATA DIVISION.
   69  FILE SECTION.

   71  FD  HOLD-LOG-FILE.
   72  01  HOLD-LOG-LINE              PIC X(260).

   74  FD  RELEASE-CARD-FILE.
   75  01  RELCARD-LINE               PIC X(100).

   77  FD  RELEASE-REPORT-FILE.
   78  01  RELEASE-REPORT-LINE        PIC X(110).

   80  FD  MANIFEST-FILE.
   81  01  MANIFEST-LINE              PIC X(170).

   83  FD  HELD-FILE
   84      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   85      DEPENDING ON CV-REL-REC-LEN.
   86  01  HELD-REC                   PIC X(32756).

   88  FD  DELIVERY-FILE
   89      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   90      DEPENDING ON CV-REL-REC-LEN.
   91  01  DELIVERY-REC               PIC X(32756).

   93  WORKING-STORAGE SECTION.

   95  COPY HOLDREC.
   96  COPY MANIFREC.
   97  COPY RUNHREC.

   99  01  CV-REL-HOLDLOG-STATUS      PIC X(02) Value '00'.
  100  01  CV-REL-RELCARD-STATUS      PIC X(02) Value '00'.
  101  01  CV-REL-RELRPT-STATUS       PIC X(02) Value '00'.
  102  01  CV-REL-MANIFEST-STATUS     PIC X(02) Value '00'.
  103  01  CV-REL-HELD-STATUS         PIC X(02) Value '00'.
  104  01  CV-REL-DELIVER-STATUS      PIC X(02) Value '00'.

  106  01  CV-REL-HOLDLOG-EOF-SW      PIC X(01) Value 'N'.
  107      88 CV-REL-HOLDLOG-EOF           Value 'Y'.
  108  01  CV-REL-CARD-EOF-SW         PIC X(01) Value 'N'.
  109      88 CV-REL-CARD-EOF              Value 'Y'.
  110  01  CV-REL-HELD-EOF-SW         PIC X(01).
  111      88 CV-REL-HELD-EOF              Value 'Y'.
  112  01  CV-REL-LOG-OPEN-SW         PIC X(01) Value 'N'.
  113      88 CV-REL-LOG-IS-OPEN           Value 'Y'.
  114  01  CV-REL-CARDS-PRESENT-SW    PIC X(01) Value 'N'.
  115      88 CV-REL-CARDS-PRESENT         Value 'Y'.

  117  01  CV-REL-CARD-VIEW REDEFINES RELCARD-LINE.
  118      05 CV-REL-CARD-DATASET     PIC X(44).
  119      05 FILLER                  PIC X(01).
  120      05 CV-REL-CARD-DECISION    PIC X(01).
  121         88 CV-REL-CARD-PROMOTE        Value 'P'.
  122         88 CV-REL-CARD-DISCARD        Value 'D'.
  123      05 FILLER                  PIC X(01).
  124      05 CV-REL-CARD-APPROVER    PIC X(08).
  125      05 FILLER                  PIC X(01).
  126      05 CV-REL-CARD-REASON      PIC X(40).
  127      05 FILLER                  PIC X(04).
  128  01  CV-REL-CUTOFF-VIEW REDEFINES RELCARD-LINE.
  129      05 CV-REL-CUTOFF-KEYWORD   PIC X(06).
  130         88 CV-REL-CUTOFF-CARD         Value 'CUTOFF'.
  131      05 FILLER                  PIC X(01).
  132      05 CV-REL-CUTOFF-HHMM      PIC X(04).
  133      05 FILLER                  PIC X(89).

      * The held outputs on HOLDLOG, one entry per hold record:
      * 'O' open and waiting for a decision, 'S' superseded by a
      * later hold of the same delivery name, 'X' decided.
      * Only the open entries matter once the log is read; when
      * the table fills, the superseded and decided ones are
      * squeezed out and the open ones kept in HOLDLOG order, so
      * the limit is on holds open at once, not on the log's age.
  142  01  CV-REL-HOLD-TABLE.
  143      05 CV-REL-HOLD-ENTRY Occurs 1000.
  144         10 CV-REL-HOLD-IMAGE    PIC X(260).
  145         10 CV-REL-HOLD-STATE    PIC X(01).
  146  01  CV-REL-HOLD-COUNT          PIC 9(04) COMP Value ZERO.
  147  01  CV-REL-HOLD-SUB            PIC 9(04) COMP.
  148  01  CV-REL-KEEP-COUNT          PIC 9(04) COMP.
  149  01  CV-REL-FOUND-SW            PIC X(01).
  150      88 CV-REL-FOUND                 Value 'Y'.

      * The deadline an undecided hold is measured against, and
      * each hold's own time, both as YYYYMMDDHHMMSS.
  154  01  CV-REL-TODAY               PIC 9(08).
  155  01  CV-REL-NOW-TIME            PIC 9(08).
  156  01  CV-REL-CUTOFF-DATE         PIC 9(08).
  157  01  CV-REL-CUTOFF-9            PIC 9(04).
  158  01  CV-REL-NOW-HHMM            PIC 9(04).
  159  01  CV-REL-CUTOFF-SW           PIC X(01) Value 'N'.
  160      88 CV-REL-CUTOFF-GIVEN          Value 'Y'.
  161  01  CV-REL-DAY-BACK            PIC 9(02) Value 1.
  162  01  CV-REL-CUTOFF-STAMP        PIC 9(14).
  163  01  CV-REL-HOLD-STAMP          PIC 9(14).

  165  01  CV-REL-REJECT-TEXT         PIC X(40).

  167  01  CV-REL-HELD-DSN            PIC X(49).
  168  01  CV-REL-DELIVER-DSN         PIC X(49).
  169  01  CV-REL-REC-LEN             PIC 9(05) COMP.
  170  01  CV-REL-BYTE-INDEX          PIC 9(05) COMP.

      * Manifest figures for a promoted output, taken as it is
      * copied, exactly as ICVRT02 takes them for a clean delivery.
  174  01  CV-REL-MF-REC-TOTAL        PIC 9(09) COMP.
  175  01  CV-REL-MF-BYTE-TOTAL       PIC 9(15) COMP.
  176  01  CV-REL-MF-REC-HASH         PIC 9(18) COMP.
  177  01  CV-REL-MF-HASH-TOTAL       PIC 9(18) COMP.
  178  01  CV-REL-MF-HASH-QUOT        PIC 9(18) COMP.
  179  01  CV-REL-MF-HASH-MODULUS     PIC 9(18) COMP
  180                                 Value 1000000000000000.
  181  01  CV-REL-ORDINAL-CELL.
  182      05 FILLER                  PIC X(01) Value LOW-VALUE.
  183      05 CV-REL-ORDINAL-BYTE     PIC X(01).
  184  01  CV-REL-ORDINAL-BIN REDEFINES CV-REL-ORDINAL-CELL
  185                                 PIC 9(04) COMP.

      * The audit trail entry for a decision.
  188  01  CV-REL-AUD-BEFORE.
  189      05 FILLER                  PIC X(05) Value 'HELD '.
  190      05 CV-REL-AB-HELD-DSN      PIC X(49).
  191      05 FILLER                  PIC X(04) Value ' RC '.
  192      05 CV-REL-AB-RC            PIC 9(04).
  193      05 FILLER                  PIC X(13) Value
  194         ' QUARANTINED '.
  195      05 CV-REL-AB-QUAR          PIC 9(09).
  196      05 FILLER                  PIC X(466) Value SPACES.
  197  01  CV-REL-AUD-AFTER.
  198      05 CV-REL-AA-ACTION        PIC X(09).
  199      05 FILLER                  PIC X(04) Value ' BY '.
  200      05 CV-REL-AA-APPROVER      PIC X(08).
  201      05 FILLER                  PIC X(04) Value ' ON '.
  202      05 CV-REL-AA-DATE          PIC 9(08).
  203      05 FILLER                  PIC X(01) Value SPACE.
  204      05 CV-REL-AA-TIME          PIC 9(06).
  205      05 FILLER                  PIC X(02) Value ': '.
  206      05 CV-REL-AA-REASON        PIC X(40).
  207      05 FILLER                  PIC X(468) Value SPACES.
  208  01  CV-REL-AUD-REC-NBR         PIC 9(09) Value ZERO.
  209  01  CV-REL-AUD-DIRECTION       PIC X(03).

  211  01  CV-HIST-FUNCTION           PIC X(01).
  212  01  CV-HIST-FOUND-SW           PIC X(01).

  214  01  CV-REL-PROMOTED-COUNT      PIC 9(05) COMP Value ZERO.
  215  01  CV-REL-DISCARDED-COUNT     PIC 9(05) COMP Value ZERO.
  216  01  CV-REL-REJECTED-COUNT      PIC 9(05) COMP Value ZERO.
  217  01  CV-REL-OVERDUE-COUNT       PIC 9(05) COMP Value ZERO.
  218  01  CV-REL-AWAITING-COUNT      PIC 9(05) COMP Value ZERO.

  220  01  CV-RPT-TITLE-LINE.
  221      05 FILLER                  PIC X(35) Value
  222         'HELD OUTPUT RELEASE REPORT - CUTOFF'.
  223      05 FILLER                  PIC X(01) Value SPACE.
  224      05 CV-RPT-CUTOFF-DATE      PIC 9(08).
  225      05 FILLER                  PIC X(01) Value SPACE.
  226      05 CV-RPT-CUTOFF-TIME      PIC 9(06).

  228  01  CV-RPT-DECISION-HEAD       PIC X(32) Value
  229      'RELEASE DECISIONS'.
  230  01  CV-RPT-HELD-HEAD           PIC X(32) Value
  231      'HELD OUTPUTS WITHOUT A DECISION'.

  233  01  CV-RPT-DECISION-LINE.
  234      05 CV-RPT-DEC-DATASET      PIC X(44).
  235      05 FILLER                  PIC X(01) Value SPACE.
  236      05 CV-RPT-DEC-RESULT       PIC X(10).
  237      05 FILLER                  PIC X(01) Value SPACE.
  238      05 CV-RPT-DEC-APPROVER     PIC X(08).
  239      05 FILLER                  PIC X(01) Value SPACE.
  240      05 CV-RPT-DEC-TEXT         PIC X(40).

  242  01  CV-RPT-HELD-LINE.
  243      05 CV-RPT-HLD-DATASET      PIC X(44).
  244      05 FILLER                  PIC X(06) Value ' HELD '.
  245      05 CV-RPT-HLD-DATE         PIC 9(08).
  246      05 FILLER                  PIC X(01) Value SPACE.
  247      05 CV-RPT-HLD-TIME         PIC 9(06).
  248      05 FILLER                  PIC X(04) Value ' RC '.
  249      05 CV-RPT-HLD-RC           PIC ZZZ9.
  250      05 FILLER                  PIC X(06) Value ' QUAR '.
  251      05 CV-RPT-HLD-QUAR         PIC ZZZZZZZZ9.
  252      05 FILLER                  PIC X(01) Value SPACE.
  253      05 CV-RPT-HLD-STATE        PIC X(08).

  255  01  CV-RPT-TOTAL-LINE.
  256      05 FILLER                  PIC X(09) Value 'PROMOTED '.
  257      05 CV-RPT-TOT-PROM         PIC ZZZZ9.
  258      05 FILLER                  PIC X(12) Value
  259         '  DISCARDED '.
  260      05 CV-RPT-TOT-DISC         PIC ZZZZ9.
  261      05 FILLER                  PIC X(11) Value '  REJECTED '.
  262      05 CV-RPT-TOT-REJ          PIC ZZZZ9.
  263      05 FILLER                  PIC X(10) Value '  OVERDUE '.
  264      05 CV-RPT-TOT-OVER         PIC ZZZZ9.
  265      05 FILLER                  PIC X(11) Value '  AWAITING '.
  266      05 CV-RPT-TOT-WAIT         PIC ZZZZ9.

  268  01  CV-RPT-SPACER              PIC X(01) Value SPACE.

  270  LINKAGE SECTION.

  272  PROCEDURE DIVISION.

  274  0000-MAINLINE.
  275      Accept CV-REL-TODAY From Date YYYYMMDD
  276      Accept CV-REL-NOW-TIME From Time

  278      Perform Load-Hold-Log

  280      Open Output RELEASE-REPORT-FILE
  281      If CV-REL-RELRPT-STATUS Not = '00'
  282         Display 'ICVRTREL: RELRPT OPEN FAILED - STATUS '
  283            CV-REL-RELRPT-STATUS
  284         Move 16 to Return-Code
  285         Goback
  286      End-If

      * The cutoff card can sit anywhere in the deck, so it is
      * looked for before any decision is reported.
  290      Perform Establish-Cutoff
  291      Move CV-REL-CUTOFF-STAMP (1 : 8) to CV-RPT-CUTOFF-DATE
  292      Move CV-REL-CUTOFF-STAMP (9 : 6) to CV-RPT-CUTOFF-TIME
  293      Write RELEASE-REPORT-LINE From CV-RPT-TITLE-LINE
  294      Write RELEASE-REPORT-LINE From CV-RPT-SPACER
  295      Write RELEASE-REPORT-LINE From CV-RPT-DECISION-HEAD

  297      If CV-REL-CARDS-PRESENT
  298         Open Input RELEASE-CARD-FILE
  299         Perform Apply-Release-Card
  300            Until CV-REL-CARD-EOF
  301         Close RELEASE-CARD-FILE
  302      End-If
  303      If CV-REL-LOG-IS-OPEN
  304         Close HOLD-LOG-FILE
  305      End-If

  307      Write RELEASE-REPORT-LINE From CV-RPT-SPACER
  308      Write RELEASE-REPORT-LINE From CV-RPT-HELD-HEAD
  309      Perform Report-Undecided-Hold
  310         Varying CV-REL-HOLD-SUB From 1 By 1
  311         Until CV-REL-HOLD-SUB > CV-REL-HOLD-COUNT

  313      Move CV-REL-PROMOTED-COUNT to CV-RPT-TOT-PROM
  314      Move CV-REL-DISCARDED-COUNT to CV-RPT-TOT-DISC
  315      Move CV-REL-REJECTED-COUNT to CV-RPT-TOT-REJ
  316      Move CV-REL-OVERDUE-COUNT to CV-RPT-TOT-OVER
  317      Move CV-REL-AWAITING-COUNT to CV-RPT-TOT-WAIT
  318      Write RELEASE-REPORT-LINE From CV-RPT-SPACER
  319      Write RELEASE-REPORT-LINE From CV-RPT-TOTAL-LINE
  320      Display 'ICVRTREL: ' CV-RPT-TOTAL-LINE
  321      Close RELEASE-REPORT-FILE

  323      Evaluate True
  324         When CV-REL-REJECTED-COUNT > 0
  325            Move 8 to Return-Code
  326         When CV-REL-OVERDUE-COUNT > 0
  327            Move 4 to Return-Code
  328         When Other
  329            Move 0 to Return-Code
  330      End-Evaluate
  331      Goback.


      * No HOLDLOG yet means nothing has ever been held.  Decision
      * records settle the hold they name; a newer hold of the same
      * delivery name supersedes an older one still open, since the
      * newer run overwrote the held dataset.
  338  Load-Hold-Log.
  339      Open Input HOLD-LOG-FILE
  340      If CV-REL-HOLDLOG-STATUS = '00'
  341         Perform Load-Hold-Record
  342            Until CV-REL-HOLDLOG-EOF
  343         Close HOLD-LOG-FILE
  344      Else
  345         If CV-REL-HOLDLOG-STATUS Not = '35'
  346            Display 'ICVRTREL: HOLDLOG OPEN FAILED - STATUS '
  347               CV-REL-HOLDLOG-STATUS
  348            Move 16 to Return-Code
  349            Goback
  350         End-If
  351      End-If
  352      .


  355  Load-Hold-Record.
  356      Read HOLD-LOG-FILE Into CV-HOLD-RECORD
  357         At End
  358            Set CV-REL-HOLDLOG-EOF to True
  359         Not At End
  360            Evaluate True
  361               When CV-HL-HELD
  362                  Perform Supersede-Open-Hold
  363                     Varying CV-REL-HOLD-SUB From 1 By 1
  364                     Until CV-REL-HOLD-SUB > CV-REL-HOLD-COUNT
  365                  If CV-REL-HOLD-COUNT Not < 1000
  366                     Perform Compact-Hold-Table
  367                  End-If
  368                  If CV-REL-HOLD-COUNT Not < 1000
  369                     Display 'ICVRTREL: OVER 1000 HOLDS OPEN '
  370                        'ON HOLDLOG'
  371                     Move 16 to Return-Code
  372                     Goback
  373                  End-If
  374                  Add 1 to CV-REL-HOLD-COUNT
  375                  Move CV-HOLD-RECORD
  376                     to CV-REL-HOLD-IMAGE (CV-REL-HOLD-COUNT)
  377                  Move 'O' to CV-REL-HOLD-STATE (CV-REL-HOLD-COUNT)
  378               When CV-HL-PROMOTED Or CV-HL-DISCARDED
  379                  Perform Settle-Logged-Decision
  380                     Varying CV-REL-HOLD-SUB From 1 By 1
  381                     Until CV-REL-HOLD-SUB > CV-REL-HOLD-COUNT
  382            End-Evaluate
  383      End-Read
  384      .


  387  Supersede-Open-Hold.
  388      If CV-REL-HOLD-STATE (CV-REL-HOLD-SUB) = 'O'
  389         And CV-REL-HOLD-IMAGE (CV-REL-HOLD-SUB) (3 : 44)
  390            = CV-HL-DELIVER-DSN
  391         Move 'S' to CV-REL-HOLD-STATE (CV-REL-HOLD-SUB)
  392      End-If
  393      .


  396  Settle-Logged-Decision.
  397      If CV-REL-HOLD-STATE (CV-REL-HOLD-SUB) = 'O'
  398         And CV-REL-HOLD-IMAGE (CV-REL-HOLD-SUB) (3 : 44)
  399            = CV-HL-DELIVER-DSN
  400         And CV-REL-HOLD-IMAGE (CV-REL-HOLD-SUB) (98 : 16)
  401            = CV-HL-RUN-ID
  402         Move 'X' to CV-REL-HOLD-STATE (CV-REL-HOLD-SUB)
  403      End-If
  404      .


      * Squeezes the superseded and decided entries out of the
      * table, moving each open one down to the next kept slot.
  409  Compact-Hold-Table.
  410      Move ZERO to CV-REL-KEEP-COUNT
  411      Perform Keep-Open-Hold
  412         Varying CV-REL-HOLD-SUB From 1 By 1
  413         Until CV-REL-HOLD-SUB > CV-REL-HOLD-COUNT
  414      Move CV-REL-KEEP-COUNT to CV-REL-HOLD-COUNT
  415      .


  418  Keep-Open-Hold.
  419      If CV-REL-HOLD-STATE (CV-REL-HOLD-SUB) = 'O'
  420         Add 1 to CV-REL-KEEP-COUNT
  421         If CV-REL-KEEP-COUNT < CV-REL-HOLD-SUB
  422            Move CV-REL-HOLD-ENTRY (CV-REL-HOLD-SUB)
  423               to CV-REL-HOLD-ENTRY (CV-REL-KEEP-COUNT)
  424         End-If
  425      End-If
  426      .


      * One pass over the deck for the cutoff card, before any
      * decision is applied.  The deadline is the most recent
      * passing of the cutoff time - today's if it has gone by,
      * otherwise yesterday's; without a cutoff card it is now.
  433  Establish-Cutoff.
  434      Open Input RELEASE-CARD-FILE
  435      If CV-REL-RELCARD-STATUS = '00'
  436         Set CV-REL-CARDS-PRESENT to True
  437         Perform Scan-For-Cutoff
  438            Until CV-REL-CARD-EOF
  439         Close RELEASE-CARD-FILE
  440         Move 'N' to CV-REL-CARD-EOF-SW
  441      Else
  442         If CV-REL-RELCARD-STATUS Not = '35'
  443            Display 'ICVRTREL: RELCARD OPEN FAILED - STATUS '
  444               CV-REL-RELCARD-STATUS
  445            Move 16 to Return-Code
  446            Goback
  447         End-If
  448      End-If
  449      If CV-REL-CUTOFF-GIVEN
  450         Divide CV-REL-NOW-TIME By 10000 Giving CV-REL-NOW-HHMM
  451         If CV-REL-NOW-HHMM < CV-REL-CUTOFF-9
  452            Call 'CVDATESB' Using CV-REL-TODAY,
  453                 CV-REL-DAY-BACK, CV-REL-CUTOFF-DATE
  454         Else
  455            Move CV-REL-TODAY to CV-REL-CUTOFF-DATE
  456         End-If
  457         Compute CV-REL-CUTOFF-STAMP =
  458            CV-REL-CUTOFF-DATE * 1000000 + CV-REL-CUTOFF-9 * 100
  459      Else
  460         Compute CV-REL-CUTOFF-STAMP =
  461            CV-REL-TODAY * 1000000 + CV-REL-NOW-TIME / 100
  462      End-If
  463      .


  466  Scan-For-Cutoff.
  467      Read RELEASE-CARD-FILE
  468         At End
  469            Set CV-REL-CARD-EOF to True
  470         Not At End
  471            If CV-REL-CUTOFF-CARD
  472               If CV-REL-CUTOFF-HHMM Numeric
  473                  And CV-REL-CUTOFF-HHMM (1 : 2) Not > '23'
  474                  And CV-REL-CUTOFF-HHMM (3 : 2) Not > '59'
  475                  Move CV-REL-CUTOFF-HHMM to CV-REL-CUTOFF-9
  476                  Set CV-REL-CUTOFF-GIVEN to True
  477               Else
  478                  Display 'ICVRTREL: BAD CUTOFF CARD - '
  479                     RELCARD-LINE (1 : 11)
  480                  Move 16 to Return-Code
  481                  Goback
  482               End-If
  483            End-If
  484      End-Read
  485      .


      * A card that cannot be applied is rejected on the report and
      * the deck carries on; nothing about a rejected card reaches
      * HOLDLOG, the audit trail or the history row.
  491  Apply-Release-Card.
  492      Read RELEASE-CARD-FILE
  493         At End
  494            Set CV-REL-CARD-EOF to True
  495         Not At End
  496            If Not CV-REL-CUTOFF-CARD
  497               And RELCARD-LINE Not = SPACES
  498               Perform Apply-Release-Decision
  499            End-If
  500      End-Read
  501      .


  504  Apply-Release-Decision.
  505      Move Spaces to CV-REL-REJECT-TEXT
  506      Move CV-REL-CARD-DATASET to CV-RPT-DEC-DATASET
  507      Move CV-REL-CARD-APPROVER to CV-RPT-DEC-APPROVER
  508      Evaluate True
  509         When Not CV-REL-CARD-PROMOTE And Not CV-REL-CARD-DISCARD
  510            Move 'DECISION MUST BE P OR D' to CV-REL-REJECT-TEXT
  511         When CV-REL-CARD-APPROVER = SPACES
  512            Or CV-REL-CARD-REASON = SPACES
  513            Move 'APPROVER AND REASON ARE REQUIRED'
  514               to CV-REL-REJECT-TEXT
  515         When Other
  516            Move 'N' to CV-REL-FOUND-SW
  517            Perform Find-Open-Hold
  518               Varying CV-REL-HOLD-SUB From 1 By 1
  519               Until CV-REL-HOLD-SUB > CV-REL-HOLD-COUNT
  520                  Or CV-REL-FOUND
  521            If CV-REL-FOUND
  522               Subtract 1 From CV-REL-HOLD-SUB
  523               Move CV-REL-HOLD-IMAGE (CV-REL-HOLD-SUB)
  524                  to CV-HOLD-RECORD
  525               If CV-REL-CARD-PROMOTE
  526                  Perform Promote-Held-Output
  527               End-If
  528            Else
  529               Move 'NO HELD OUTPUT AWAITING A DECISION'
  530                  to CV-REL-REJECT-TEXT
  531            End-If
  532      End-Evaluate

  534      If CV-REL-REJECT-TEXT = SPACES
  535         Perform Record-Release-Decision
  536         Move 'X' to CV-REL-HOLD-STATE (CV-REL-HOLD-SUB)
  537         Move CV-REL-CARD-REASON to CV-RPT-DEC-TEXT
  538         If CV-REL-CARD-PROMOTE
  539            Add 1 to CV-REL-PROMOTED-COUNT
  540            Move 'PROMOTED' to CV-RPT-DEC-RESULT
  541         Else
  542            Add 1 to CV-REL-DISCARDED-COUNT
  543            Move 'DISCARDED' to CV-RPT-DEC-RESULT
  544         End-If
  545      Else
  546         Add 1 to CV-REL-REJECTED-COUNT
  547         Move 'REJECTED' to CV-RPT-DEC-RESULT
  548         Move CV-REL-REJECT-TEXT to CV-RPT-DEC-TEXT
  549         Display 'ICVRTREL: CARD REJECTED - '
  550            CV-REL-CARD-DATASET ' - ' CV-REL-REJECT-TEXT
  551      End-If
  552      Write RELEASE-REPORT-LINE From CV-RPT-DECISION-LINE
  553      .


  556  Find-Open-Hold.
  557      If CV-REL-HOLD-STATE (CV-REL-HOLD-SUB) = 'O'
  558         And CV-REL-HOLD-IMAGE (CV-REL-HOLD-SUB) (3 : 44)
  559            = CV-REL-CARD-DATASET
  560         Set CV-REL-FOUND to True
  561      End-If
  562      .


      * The held dataset is copied on to the delivery name and the
      * copy is counted and hashed as it goes, so the manifest
      * vouches for exactly what was delivered.  A held dataset
      * that is no longer there rejects the card; a delivery or
      * manifest that cannot be written stops the run.
  570  Promote-Held-Output.
  571      Move CV-HL-HELD-DSN to CV-REL-HELD-DSN
  572      Move CV-HL-DELIVER-DSN to CV-REL-DELIVER-DSN
  573      Open Input HELD-FILE
  574      If CV-REL-HELD-STATUS Not = '00'
  575         Move 'HELD DATASET WILL NOT OPEN' to CV-REL-REJECT-TEXT
  576      Else
  577         Open Output DELIVERY-FILE
  578         If CV-REL-DELIVER-STATUS Not = '00'
  579            Display 'ICVRTREL: DELIVERY OPEN FAILED - STATUS '
  580               CV-REL-DELIVER-STATUS ' - ' CV-REL-DELIVER-DSN
  581            Move 16 to Return-Code
  582            Goback
  583         End-If
  584         Move 'N' to CV-REL-HELD-EOF-SW
  585         Move 0 to CV-REL-MF-REC-TOTAL
  586         Move 0 to CV-REL-MF-BYTE-TOTAL
  587         Move 0 to CV-REL-MF-HASH-TOTAL
  588         Perform Copy-Held-Record
  589            Until CV-REL-HELD-EOF
  590         Close HELD-FILE
  591         Close DELIVERY-FILE
  592         Perform Write-Promoted-Manifest
  593      End-If
  594      .


  597  Copy-Held-Record.
  598      Read HELD-FILE
  599         At End
  600            Set CV-REL-HELD-EOF to True
  601         Not At End
  602            Write DELIVERY-REC From HELD-REC
  603            If CV-REL-DELIVER-STATUS Not = '00'
  604               Display 'ICVRTREL: DELIVERY WRITE FAILED - '
  605                  'STATUS ' CV-REL-DELIVER-STATUS
  606               Move 16 to Return-Code
  607               Goback
  608            End-If
  609            Add 1 to CV-REL-MF-REC-TOTAL
  610            Add CV-REL-REC-LEN to CV-REL-MF-BYTE-TOTAL
  611            Move 0 to CV-REL-MF-REC-HASH
  612            Perform Hash-Copied-Byte
  613               Varying CV-REL-BYTE-INDEX From 1 By 1
  614               Until CV-REL-BYTE-INDEX > CV-REL-REC-LEN
  615            Add CV-REL-MF-REC-HASH to CV-REL-MF-HASH-TOTAL
  616            Divide CV-REL-MF-HASH-TOTAL By CV-REL-MF-HASH-MODULUS
  617               Giving CV-REL-MF-HASH-QUOT
  618               Remainder CV-REL-MF-HASH-TOTAL
  619      End-Read
  620      .


  623  Hash-Copied-Byte.
  624      Move HELD-REC (CV-REL-BYTE-INDEX : 1)
  625         to CV-REL-ORDINAL-BYTE
  626      Compute CV-REL-MF-REC-HASH = CV-REL-MF-REC-HASH
  627         + CV-REL-ORDINAL-BIN * CV-REL-BYTE-INDEX
  628      .


      * The manifest a clean run would have written, under the
      * conversion run's own identifier and edition stamp, so the
      * receipt reconciliation treats a promoted delivery like any
      * other.
  635  Write-Promoted-Manifest.
  636      Move Spaces to CV-MANIFEST-RECORD
  637      Move CV-HL-DELIVER-DSN to CV-MF-DATASET
  638      Move CV-HL-RUN-ID to CV-MF-RUN-ID
  639      Move CV-REL-MF-REC-TOTAL to CV-MF-RECORDS
  640      Move CV-REL-MF-BYTE-TOTAL to CV-MF-BYTES
  641      Move CV-REL-MF-HASH-TOTAL to CV-MF-HASH
  642      Move CV-HL-EDITION to CV-MF-EDITION
  643      Move CV-HL-SOURCE to CV-MF-SOURCE
  644      Open Extend MANIFEST-FILE
  645      If CV-REL-MANIFEST-STATUS = '35'
  646         Open Output MANIFEST-FILE
  647      End-If
  648      If CV-REL-MANIFEST-STATUS Not = '00'
  649         Display 'ICVRTREL: MANIFEST OPEN FAILED - STATUS '
  650            CV-REL-MANIFEST-STATUS
  651         Move 16 to Return-Code
  652         Goback
  653      End-If
  654      Write MANIFEST-LINE From CV-MANIFEST-RECORD
  655      Close MANIFEST-FILE
  656      .


      * The decision goes three places: HOLDLOG (so the hold is
      * settled), the audit trail and the feed's run-history row.
      * A history row that cannot be found is reported but does not
      * undo a decision already logged and audited.
  663  Record-Release-Decision.
  664      Accept CV-REL-NOW-TIME From Time
  665      If CV-REL-CARD-PROMOTE
  666         Set CV-HL-PROMOTED to True
  667         Move 'PROMOTED' to CV-REL-AA-ACTION
  668         Move 'PRM' to CV-REL-AUD-DIRECTION
  669      Else
  670         Set CV-HL-DISCARDED to True
  671         Move 'DISCARDED' to CV-REL-AA-ACTION
  672         Move 'DSC' to CV-REL-AUD-DIRECTION
  673      End-If
  674      Move CV-REL-TODAY to CV-HL-DATE
  675      Move CV-REL-NOW-TIME (1 : 6) to CV-HL-TIME
  676      Move CV-REL-CARD-APPROVER to CV-HL-APPROVER
  677      Move CV-REL-CARD-REASON to CV-HL-REASON

  679      If Not CV-REL-LOG-IS-OPEN
  680         Open Extend HOLD-LOG-FILE
  681         If CV-REL-HOLDLOG-STATUS Not = '00'
  682            Display 'ICVRTREL: HOLDLOG OPEN FAILED - STATUS '
  683               CV-REL-HOLDLOG-STATUS
  684            Move 16 to Return-Code
  685            Goback
  686         End-If
  687         Set CV-REL-LOG-IS-OPEN to True
  688      End-If
  689      Write HOLD-LOG-LINE From CV-HOLD-RECORD

  691      Move CV-HL-HELD-DSN to CV-REL-AB-HELD-DSN
  692      Move CV-HL-RETURN-CODE to CV-REL-AB-RC
  693      Move CV-HL-QUARANTINED to CV-REL-AB-QUAR
  694      Move CV-HL-APPROVER to CV-REL-AA-APPROVER
  695      Move CV-HL-DATE to CV-REL-AA-DATE
  696      Move CV-HL-TIME to CV-REL-AA-TIME
  697      Move CV-HL-REASON to CV-REL-AA-REASON
  698      Call 'A31BR14A' Using CV-REL-AUD-BEFORE, CV-REL-AUD-AFTER,
  699           CV-HL-EDITION, CV-HL-SOURCE, CV-REL-AUD-REC-NBR,
  700           CV-REL-AUD-DIRECTION, CV-HL-RUN-ID

  702      Move CV-HL-SOURCE to CV-RH-DATASET
  703      Move CV-HL-RUN-ID (1 : 8) to CV-RH-RUN-DATE
  704      Move 'R' to CV-HIST-FUNCTION
  705      Call 'ICVRTHST' Using CV-HIST-FUNCTION,
  706           CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
  707      If CV-HIST-FOUND-SW = 'Y'
  708         Move CV-HL-ACTION to CV-RH-RELEASE-STATE
  709         Move CV-HL-APPROVER to CV-RH-RELEASE-APPROVER
  710         Move CV-HL-DATE to CV-RH-RELEASE-DATE
  711         Move CV-HL-REASON to CV-RH-RELEASE-REASON
  712         Move 'W' to CV-HIST-FUNCTION
  713         Call 'ICVRTHST' Using CV-HIST-FUNCTION,
  714              CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
  715      Else
  716         Display 'ICVRTREL: NO RUN-HISTORY ROW FOR '
  717            CV-HL-SOURCE ' RUN ' CV-HL-RUN-ID
  718      End-If
  719      .


      * Every hold still open after tonight's decisions is listed,
      * OVERDUE when it was held before the cutoff deadline.
  724  Report-Undecided-Hold.
  725      If CV-REL-HOLD-STATE (CV-REL-HOLD-SUB) = 'O'
  726         Move CV-REL-HOLD-IMAGE (CV-REL-HOLD-SUB)
  727            to CV-HOLD-RECORD
  728         Move CV-HL-DELIVER-DSN to CV-RPT-HLD-DATASET
  729         Move CV-HL-DATE to CV-RPT-HLD-DATE
  730         Move CV-HL-TIME to CV-RPT-HLD-TIME
  731         Move CV-HL-RETURN-CODE to CV-RPT-HLD-RC
  732         Move CV-HL-QUARANTINED to CV-RPT-HLD-QUAR
  733         Compute CV-REL-HOLD-STAMP =
  734            CV-HL-DATE * 1000000 + CV-HL-TIME
  735         If CV-REL-HOLD-STAMP < CV-REL-CUTOFF-STAMP
  736            Or Not CV-REL-CUTOFF-GIVEN
  737            Add 1 to CV-REL-OVERDUE-COUNT
  738            Move 'OVERDUE' to CV-RPT-HLD-STATE
  739         Else
  740            Add 1 to CV-REL-AWAITING-COUNT
  741            Move 'AWAITING' to CV-RPT-HLD-STATE
  742         End-If
  743         Write RELEASE-REPORT-LINE From CV-RPT-HELD-LINE
  744      End-If
  745      .
