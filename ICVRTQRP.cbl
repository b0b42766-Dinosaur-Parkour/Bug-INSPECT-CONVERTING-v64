      * delivered OUTFILE, SPLICED the spliced result, CTLCARD the
      * feed's control card, and FLDMAP/TBLLIB/SUBCTLF the feed's
      * own inputs where it has them.  WORKIN/WORKOUT/WORKCARD/
      * WORKEXCP/WORKREJ/WORKRST/WORKQUAR/WORKHIST/WORKMANF are this
      * job's scratch files - WORKHIST in particular takes the
      * reconversion's run-history row, which would otherwise land
      * keyed 'WORKIN' in the production history file and pollute
      * the duplicate check and the monthly trend report, and
      * WORKMANF takes the delivery manifest record ICVRT02 writes
      * for WORKOUT, which is no delivery at all.  The reconversion
      * is never staged: it writes WORKOUT directly.
      *
      * One caveat for the audit trail: the reconverted records
      * audit under a fresh run identifier with dataset 'WORKIN',
      * repair's rows are found by date or by the repair run's own
      * identifier from this job's SYSOUT.

   48  ENVIRONMENT DIVISION.
   49  INPUT-OUTPUT SECTION.
   50  FILE-CONTROL.
   51      SELECT QUAR-IN-FILE ASSIGN TO QUARFILE
   52          ORGANIZATION IS SEQUENTIAL
   53          FILE STATUS IS CV-QRP-QUARIN-STATUS.

   55      SELECT FIX-FILE ASSIGN TO FIXFILE
   56          ORGANIZATION IS SEQUENTIAL
   57          FILE STATUS IS CV-QRP-FIX-STATUS.

   59      SELECT CONVOUT-FILE ASSIGN TO CONVOUT
   60          ORGANIZATION IS SEQUENTIAL
   61          FILE STATUS IS CV-QRP-CONVOUT-STATUS.

   63      SELECT SPLICED-FILE ASSIGN TO SPLICED
   64          ORGANIZATION IS SEQUENTIAL
   65          FILE STATUS IS CV-QRP-SPLICED-STATUS.

   67      SELECT FEED-CARD-FILE ASSIGN TO CTLCARD
   68          ORGANIZATION IS LINE SEQUENTIAL
   69          FILE STATUS IS CV-QRP-CARD-STATUS.

   71      SELECT WORK-CARD-FILE ASSIGN TO WORKCARD
   72          ORGANIZATION IS LINE SEQUENTIAL
   73          FILE STATUS IS CV-QRP-WCARD-STATUS.

   75      SELECT WORK-IN-FILE ASSIGN TO WORKIN
   76          ORGANIZATION IS SEQUENTIAL
   77          FILE STATUS IS CV-QRP-WIN-STATUS.

   79      SELECT WORK-OUT-FILE ASSIGN TO WORKOUT
   80          ORGANIZATION IS SEQUENTIAL
   81          FILE STATUS IS CV-QRP-WOUT-STATUS.

   83      SELECT WORK-QUAR-FILE ASSIGN TO WORKQUAR
   84          ORGANIZATION IS SEQUENTIAL
   85          FILE STATUS IS CV-QRP-WQUAR-STATUS.

   87      SELECT WORK-RST-FILE ASSIGN TO WORKRST
   88          ORGANIZATION IS RELATIVE
   89          ACCESS MODE IS RANDOM
   90          RELATIVE KEY IS CV-QRP-RST-KEY
   91          FILE STATUS IS CV-QRP-WRST-STATUS.

   93      SELECT SUBCTL-PROBE-FILE ASSIGN TO SUBCTLF
   94          ORGANIZATION IS LINE SEQUENTIAL
   95          FILE STATUS IS CV-QRP-SPROBE-STATUS.

   97  DATA DIVISION.
   98  FILE SECTION.

  100  FD  QUAR-IN-FILE
  101      RECORD IS VARYING IN SIZE FROM 15 TO 32770 CHARACTERS
  102      DEPENDING ON CV-QRP-QUARIN-LEN.
  103  01  QUAR-IN-REC                PIC X(32770).

  105  FD  FIX-FILE
  106      RECORD IS VARYING IN SIZE FROM 15 TO 32770 CHARACTERS
  107      DEPENDING ON CV-QRP-FIX-LEN.
  108  01  FIX-REC                    PIC X(32770).

  110  FD  CONVOUT-FILE
  111      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  112      DEPENDING ON CV-QRP-CONVOUT-LEN.
  113  01  CONVOUT-REC                PIC X(32756).

  115  FD  SPLICED-FILE
  116      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  117      DEPENDING ON CV-QRP-SPLICED-LEN.
  118  01  SPLICED-REC                PIC X(32756).

  120  FD  FEED-CARD-FILE.
  121  01  FEED-CARD-LINE             PIC X(80).

  123  FD  WORK-CARD-FILE.
  124  01  WORK-CARD-LINE             PIC X(80).

  126  FD  WORK-IN-FILE
  127      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  128      DEPENDING ON CV-QRP-WIN-LEN.
  129  01  WORK-IN-REC                PIC X(32756).

  131  FD  WORK-OUT-FILE
  132      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  133      DEPENDING ON CV-QRP-WOUT-LEN.
  134  01  WORK-OUT-REC               PIC X(32756).

  136  FD  WORK-QUAR-FILE
  137      RECORD IS VARYING IN SIZE FROM 15 TO 32770 CHARACTERS
  138      DEPENDING ON CV-QRP-WQUAR-LEN.
  139  01  WORK-QUAR-REC              PIC X(32770).

  141  FD  WORK-RST-FILE.
  142  COPY RESTCTRL.

  144  FD  SUBCTL-PROBE-FILE.
  145  01  SUBCTL-PROBE-LINE          PIC X(80).

  147  WORKING-STORAGE SECTION.

  149  COPY CVDDNAME.

  151  01  CV-QRP-QUARIN-STATUS       PIC X(02) Value '00'.
  152  01  CV-QRP-FIX-STATUS          PIC X(02) Value '00'.
  153  01  CV-QRP-CONVOUT-STATUS      PIC X(02) Value '00'.
  154  01  CV-QRP-SPLICED-STATUS      PIC X(02) Value '00'.
  155  01  CV-QRP-CARD-STATUS         PIC X(02) Value '00'.
  156  01  CV-QRP-WCARD-STATUS        PIC X(02) Value '00'.
  157  01  CV-QRP-WIN-STATUS          PIC X(02) Value '00'.
  158  01  CV-QRP-WOUT-STATUS         PIC X(02) Value '00'.
  159  01  CV-QRP-WQUAR-STATUS        PIC X(02) Value '00'.
  160  01  CV-QRP-WRST-STATUS         PIC X(02) Value '00'.
  161  01  CV-QRP-SPROBE-STATUS       PIC X(02) Value '00'.

  163  01  CV-QRP-QUARIN-LEN          PIC 9(05) COMP.
  164  01  CV-QRP-FIX-LEN             PIC 9(05) COMP.
  165  01  CV-QRP-CONVOUT-LEN         PIC 9(05) COMP.
  166  01  CV-QRP-SPLICED-LEN         PIC 9(05) COMP.
  167  01  CV-QRP-WIN-LEN             PIC 9(05) COMP.
  168  01  CV-QRP-WOUT-LEN            PIC 9(05) COMP.
  169  01  CV-QRP-WQUAR-LEN           PIC 9(05) COMP.
  170  01  CV-QRP-RST-KEY             PIC 9(04) COMP Value 1.

  172  01  CV-QRP-QUARIN-EOF-SW       PIC X(01) Value 'N'.
  173      88 CV-QRP-QUARIN-EOF            Value 'Y'.
  174  01  CV-QRP-FIX-EOF-SW          PIC X(01) Value 'N'.
  175      88 CV-QRP-FIX-EOF               Value 'Y'.
  176  01  CV-QRP-FIX-PENDING-SW      PIC X(01) Value 'N'.
  177      88 CV-QRP-FIX-PENDING           Value 'Y'.
  178  01  CV-QRP-CONVOUT-EOF-SW      PIC X(01) Value 'N'.
  179      88 CV-QRP-CONVOUT-EOF           Value 'Y'.
  180  01  CV-QRP-SPLICE-DONE-SW      PIC X(01) Value 'N'.
  181      88 CV-QRP-SPLICE-DONE           Value 'Y'.

      * The quarantine record exactly as ICVRT02 writes it: record
      * number and length ahead of the original record bytes.  The
      * corrections file carries the same layout.
  186  01  CV-QRP-QUAR-BUILD.
  187      05 CV-QRP-QUAR-REC-NBR     PIC 9(09).
  188      05 CV-QRP-QUAR-REC-LEN     PIC 9(05).
  189      05 CV-QRP-QUAR-DATA        PIC X(32756).

  191  01  CV-QRP-FIX-BUILD.
  192      05 CV-QRP-FIX-REC-NBR      PIC 9(09).
  193      05 CV-QRP-FIX-REC-LEN      PIC 9(05).
  194      05 CV-QRP-FIX-DATA         PIC X(32756).

      * The quarantined record numbers, in the ascending order the
      * quarantine file carries them; the splice walks the original
      * record positions and takes each of these from the
      * reconverted work output instead of CONVOUT.
  200  01  CV-QRP-NBR-TABLE.
  201      05 CV-QRP-QUAR-NBR Occurs 1000
  202                                 PIC 9(09) COMP.
  203  01  CV-QRP-QUAR-COUNT          PIC 9(04) COMP Value ZERO.
  204  01  CV-QRP-NEXT-QUAR           PIC 9(04) COMP.
  205  01  CV-QRP-POSITION            PIC 9(09) COMP.
  206  01  CV-QRP-FIX-COUNT           PIC 9(04) COMP Value ZERO.
  207  01  CV-QRP-SPLICE-COUNT        PIC 9(09) COMP Value ZERO.

  209  01  CV-QRP-ICVRT02-RC          PIC 9(04) COMP.

  211  01  CV-QRP-SUMMARY-REP-LINE.
  212      05 FILLER                  PIC X(20) Value
  213         'RECORDS REPAIRED  : '.
  214      05 CV-QRP-SUMMARY-REP-ED   PIC ZZZZZZZZ9.

  216  01  CV-QRP-SUMMARY-FIX-LINE.
  217      05 FILLER                  PIC X(20) Value
  218         'CORRECTIONS USED  : '.
  219      05 CV-QRP-SUMMARY-FIX-ED   PIC ZZZZZZZZ9.

  221  01  CV-QRP-SUMMARY-SPL-LINE.
  222      05 FILLER                  PIC X(20) Value
  223         'RECORDS SPLICED   : '.
  224      05 CV-QRP-SUMMARY-SPL-ED   PIC ZZZZZZZZ9.

  226  LINKAGE SECTION.

  228  PROCEDURE DIVISION.

  230  0000-MAINLINE.
  231      Perform Build-Work-Control-Card
  232      Perform Reset-Work-Restart-File
  233      Perform Load-Repair-Work-File
  234      Perform Reconvert-Repaired-Records
  235      Perform Check-Work-Quarantine
  236      Perform Splice-Repaired-Output

  238      Move CV-QRP-QUAR-COUNT to CV-QRP-SUMMARY-REP-ED
  239      Display CV-QRP-SUMMARY-REP-LINE
  240      Move CV-QRP-FIX-COUNT to CV-QRP-SUMMARY-FIX-ED
  241      Display CV-QRP-SUMMARY-FIX-LINE
  242      Move CV-QRP-SPLICE-COUNT to CV-QRP-SUMMARY-SPL-ED
  243      Display CV-QRP-SUMMARY-SPL-LINE
  244      Goback.


      * The reconversion runs under the feed's own control card -
      * empty CTLCARD writes a blank work card, which ICVRT02 takes
      * as its documented defaults, the same as the original run
      * would have.
  255  Build-Work-Control-Card.
  256      Move Spaces to FEED-CARD-LINE
  257      Open Input FEED-CARD-FILE
  258      If CV-QRP-CARD-STATUS = '00'
  259         Read FEED-CARD-FILE
  260            At End
  261               Move Spaces to FEED-CARD-LINE
  262         End-Read
  263         Close FEED-CARD-FILE
  264      End-If
  265      Open Output WORK-CARD-FILE
  266      If CV-QRP-WCARD-STATUS Not = '00'
  267         Display 'ICVRTQRP: WORKCARD OPEN FAILED - STATUS '
  268            CV-QRP-WCARD-STATUS
  269         Move 16 to Return-Code
  270         Goback
  271      End-If
  272      Move FEED-CARD-LINE to WORK-CARD-LINE
  273      Move Space to WORK-CARD-LINE (12 : 1)
  274      Write WORK-CARD-LINE
  275      Close WORK-CARD-FILE
  276      .


      * A prior repair attempt that failed leaves its checkpoint in
      * WORKRST, and ICVRT02 would resume from it and skip repaired
      * records; every repair starts the work stream from the top,
      * so the control record is rewritten cleared before the call.
  283  Reset-Work-Restart-File.
  284      Open Output WORK-RST-FILE
  285      If CV-QRP-WRST-STATUS Not = '00'
  286         Display 'ICVRTQRP: WORKRST OPEN FAILED - STATUS '
  287            CV-QRP-WRST-STATUS
  288         Move 16 to Return-Code
  289         Goback
  290      End-If
  291      Move 0 to CV-RESTART-LAST-REC-NBR
  292      Move 0 to CV-RESTART-LAST-STEP
  293      Write CV-RESTART-CONTROL-RECORD
  294      Close WORK-RST-FILE
  295      .


      * Pass one: the quarantine records, corrections merged in by
      * Both files run ascending by record number - the quarantine
      * file was written in read order, and the corrections deck is
      * expected keyed the same way.
  304  Load-Repair-Work-File.
  305      Open Input QUAR-IN-FILE
  306      If CV-QRP-QUARIN-STATUS Not = '00'
  307         Display 'ICVRTQRP: QUARFILE OPEN FAILED - STATUS '
  308            CV-QRP-QUARIN-STATUS
  309         Move 16 to Return-Code
  310         Goback
  311      End-If
  312      Open Input FIX-FILE
  313      If CV-QRP-FIX-STATUS = '00'
  314         Perform Read-Next-Correction
  315      Else
  316         Set CV-QRP-FIX-EOF to True
  317         If CV-QRP-FIX-STATUS Not = '35'
  318            Display 'ICVRTQRP: FIXFILE OPEN FAILED - STATUS '
  319               CV-QRP-FIX-STATUS
  320            Move 16 to Return-Code
  321            Goback
  322         End-If
  323      End-If
  324      Open Output WORK-IN-FILE
  325      If CV-QRP-WIN-STATUS Not = '00'
  326         Display 'ICVRTQRP: WORKIN OPEN FAILED - STATUS '
  327            CV-QRP-WIN-STATUS
  328         Move 16 to Return-Code
  329         Goback
  330      End-If
  331      Perform Load-One-Repair-Record
  332         Until CV-QRP-QUARIN-EOF
  333      Close QUAR-IN-FILE
  334      Close WORK-IN-FILE
  335      If CV-QRP-FIX-STATUS = '00' Or CV-QRP-FIX-STATUS = '10'
  336         Close FIX-FILE
  337      End-If
  338      If CV-QRP-QUAR-COUNT = 0
  339         Display 'ICVRTQRP: QUARFILE HAS NO RECORDS - '
  340            'NOTHING TO REPAIR'
  341         Move 8 to Return-Code
  342         Goback
  343      End-If
  344      .


  347  Load-One-Repair-Record.
  348      Read QUAR-IN-FILE Into CV-QRP-QUAR-BUILD
  349         At End
  350            Set CV-QRP-QUARIN-EOF to True
  351         Not At End
  352            If CV-QRP-QUAR-REC-NBR Not Numeric
  353               Or CV-QRP-QUAR-REC-LEN Not Numeric
  354               Display 'ICVRTQRP: BAD QUARANTINE RECORD PREFIX'
  355               Move 16 to Return-Code
  356               Goback
  357            End-If
  358            If CV-QRP-QUAR-COUNT Not < 1000
  359               Display 'ICVRTQRP: OVER 1000 QUARANTINE RECORDS'
  360                  ' - SPLIT THE REPAIR'
  361               Move 16 to Return-Code
  362               Goback
  363            End-If
  364            Add 1 to CV-QRP-QUAR-COUNT
  365            Move CV-QRP-QUAR-REC-NBR
  366               to CV-QRP-QUAR-NBR (CV-QRP-QUAR-COUNT)
  367            Perform Skip-Passed-Correction
  368               Until CV-QRP-FIX-EOF
  369                  Or Not CV-QRP-FIX-PENDING
  370                  Or CV-QRP-FIX-REC-NBR Not <
  371                     CV-QRP-QUAR-REC-NBR
  372            If CV-QRP-FIX-PENDING
  373               And CV-QRP-FIX-REC-NBR = CV-QRP-QUAR-REC-NBR
  374               Add 1 to CV-QRP-FIX-COUNT
  375               Move CV-QRP-FIX-REC-LEN to CV-QRP-QUAR-REC-LEN
  376               Move CV-QRP-FIX-DATA (1 : CV-QRP-FIX-REC-LEN)
  377                  to CV-QRP-QUAR-DATA (1 : CV-QRP-FIX-REC-LEN)
  378               Perform Read-Next-Correction
  379            End-If
  380            Move CV-QRP-QUAR-REC-LEN to CV-QRP-WIN-LEN
  381            Move CV-QRP-QUAR-DATA to Work-In-Rec
  382            Write Work-In-Rec
  383      End-Read
  384      .


  387  Read-Next-Correction.
  388      Read FIX-FILE Into CV-QRP-FIX-BUILD
  389         At End
  390            Set CV-QRP-FIX-EOF to True
  391            Move 'N' to CV-QRP-FIX-PENDING-SW
  392         Not At End
  393            If CV-QRP-FIX-REC-NBR Not Numeric
  394               Or CV-QRP-FIX-REC-LEN Not Numeric
  395               Display 'ICVRTQRP: BAD CORRECTION RECORD PREFIX'
  396               Move 16 to Return-Code
  397               Goback
  398            End-If
  399            Set CV-QRP-FIX-PENDING to True
  400      End-Read
  401      .


      * A correction for a record number that is not in quarantine
      * is a keying error worth hearing about, not silently thrown
      * away.
  407  Skip-Passed-Correction.
  408      Display 'ICVRTQRP: CORRECTION FOR RECORD '
  409         CV-QRP-FIX-REC-NBR ' NOT IN QUARANTINE - IGNORED'
  410      Perform Read-Next-Correction
  411      .


      * The same EXTERNAL-name device the batch driver uses: point
      * ICVRT02 do the conversion it has always done.  FLDMAP,
      * TBLLIB and (when the feed uses one) SUBCTLF stay on their
      * fixed ddnames so the repair JCL binds the feed's own copies.
  419  Reconvert-Repaired-Records.
  420      Move 'WORKIN'   to CV-INFILE-DSN
  421      Move 'WORKOUT'  to CV-OUTFILE-DSN
  422      Move 'WORKCARD' to CV-CTLCARD-DSN
  423      Move 'WORKEXCP' to CV-EXCPRPT-DSN
  424      Move 'WORKREJ'  to CV-REJECTDS-DSN
  425      Move 'WORKRST'  to CV-RESTARTF-DSN
  426      Move 'WORKQUAR' to CV-QUARDS-DSN
  427      Move 'FLDMAP'   to CV-FLDMAP-DSN
  428      Move 'TBLLIB'   to CV-TBLLIB-DSN
  429      Move 'WORKHIST' to CV-RUNHIST-DSN
  430      Move 'WORKMANF' to CV-MANIFEST-DSN
  431      Move Spaces     to CV-DELIVER-DSN
  432      Open Input SUBCTL-PROBE-FILE
  433      If CV-QRP-SPROBE-STATUS = '00'
  434         Close SUBCTL-PROBE-FILE
  435         Move 'SUBCTLF' to CV-SUBCTLF-DSN
  436      Else
  437         Move Spaces to CV-SUBCTLF-DSN
  438      End-If

  440      Move ZERO to Return-Code
  441      Call 'ICVRT02'
  442      Move Return-Code to CV-QRP-ICVRT02-RC
  443      Cancel 'ICVRT02'
  444      If CV-QRP-ICVRT02-RC Not = 0
  445         Display 'ICVRTQRP: RECONVERSION FAILED - RC '
  446            CV-QRP-ICVRT02-RC
  447         Move CV-QRP-ICVRT02-RC to Return-Code
  448         Goback
  449      End-If
  450      Move ZERO to Return-Code
  451      .


      * A repaired record that still raises exceptions went to the
      * work quarantine instead of the work output; splicing the
      * rest would deliver a short file, so the run stops here and
      * the work quarantine is the new repair worklist.
  458  Check-Work-Quarantine.
  459      Open Input WORK-QUAR-FILE
  460      If CV-QRP-WQUAR-STATUS = '00'
  461         Read WORK-QUAR-FILE
  462            At End
  463               Continue
  464            Not At End
  465               Display 'ICVRTQRP: REPAIRED RECORDS STILL RAISE '
  466                  'EXCEPTIONS - SEE WORKQUAR - NOT SPLICED'
  467               Move 12 to Return-Code
  468               Goback
  469         End-Read
  470         Close WORK-QUAR-FILE
  471      End-If
  472      .


      * Pass two: walk the original record positions; a position in
      * other takes the next CONVOUT record, so the spliced file is
      * in input-record-number order with the regenerated trailer
      * still last.
  480  Splice-Repaired-Output.
  481      Open Input CONVOUT-FILE
  482      If CV-QRP-CONVOUT-STATUS Not = '00'
  483         Display 'ICVRTQRP: CONVOUT OPEN FAILED - STATUS '
  484            CV-QRP-CONVOUT-STATUS
  485         Move 16 to Return-Code
  486         Goback
  487      End-If
  488      Open Input WORK-OUT-FILE
  489      If CV-QRP-WOUT-STATUS Not = '00'
  490         Display 'ICVRTQRP: WORKOUT OPEN FAILED - STATUS '
  491            CV-QRP-WOUT-STATUS
  492         Move 16 to Return-Code
  493         Goback
  494      End-If
  495      Open Output SPLICED-FILE
  496      If CV-QRP-SPLICED-STATUS Not = '00'
  497         Display 'ICVRTQRP: SPLICED OPEN FAILED - STATUS '
  498            CV-QRP-SPLICED-STATUS
  499         Move 16 to Return-Code
  500         Goback
  501      End-If
  502      Move 1 to CV-QRP-NEXT-QUAR
  503      Move 1 to CV-QRP-POSITION
  504      Perform Splice-One-Position
  505         Until CV-QRP-SPLICE-DONE
  506      Close CONVOUT-FILE
  507      Close WORK-OUT-FILE
  508      Close SPLICED-FILE
  509      .


  512  Splice-One-Position.
  513      If CV-QRP-NEXT-QUAR Not > CV-QRP-QUAR-COUNT
  514         And (CV-QRP-CONVOUT-EOF
  515            Or CV-QRP-POSITION =
  516               CV-QRP-QUAR-NBR (CV-QRP-NEXT-QUAR))
  517         Perform Copy-Reconverted-Record
  518         Add 1 to CV-QRP-NEXT-QUAR
  519      Else
  520         If CV-QRP-CONVOUT-EOF
  521            Set CV-QRP-SPLICE-DONE to True
  522         Else
  523            Read CONVOUT-FILE
  524               At End
  525                  Set CV-QRP-CONVOUT-EOF to True
  526                  If CV-QRP-NEXT-QUAR > CV-QRP-QUAR-COUNT
  527                     Set CV-QRP-SPLICE-DONE to True
  528                  End-If
  529               Not At End
  530                  Move CV-QRP-CONVOUT-LEN to CV-QRP-SPLICED-LEN
  531                  Move Convout-Rec to Spliced-Rec
  532                  Write Spliced-Rec
  533                  Add 1 to CV-QRP-SPLICE-COUNT
  534            End-Read
  535         End-If
  536      End-If
  537      Add 1 to CV-QRP-POSITION
  538      .


  541  Copy-Reconverted-Record.
  542      Read WORK-OUT-FILE
  543         At End
  544            Display 'ICVRTQRP: RECONVERTED RECORD MISSING FROM '
  545               'WORKOUT - SPLICE ABANDONED'
  546            Move 16 to Return-Code
  547            Goback
  548         Not At End
  549            Move CV-QRP-WOUT-LEN to CV-QRP-SPLICED-LEN
  550            Move Work-Out-Rec to Spliced-Rec
  551            Write Spliced-Rec
  552            Add 1 to CV-QRP-SPLICE-COUNT
  553      End-Read
  554      .
