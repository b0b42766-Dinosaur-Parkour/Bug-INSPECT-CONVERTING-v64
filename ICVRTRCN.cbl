    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTRCN.
      * Delivery receipt reconciliation for the conversion suite.
      *
      * Every ICVRT02 or ICVRT03 run that delivers leaves a manifest
      * record on MANIFEST (layout in MANIFREC) saying what the
      * receiving system should have picked up: the delivered dataset,
      * the run identifier, the record and byte counts and the hash
      * total.  The receiving side answers with an acknowledgement file,
      * ACKFILE, one record per file it took in, in the same column
      * positions as the manifest:
      *   columns  1-44   dataset name as delivered
      *   columns 46-61   run identifier from the manifest
      *   columns 63-71   records received
      *   columns 73-87   bytes received
      *   columns 89-103  hash total over the bytes received
      * This program matches the two by dataset and run and reports
      * each delivery CONFIRMED (everything agrees), MISMATCH (the
      * counts or hash disagree, or the only acknowledgement for the
      * dataset names a different run - a wrong-generation pickup) or
      * NOT ACKNOWLEDGED.  An acknowledgement no manifest accounts for
      * is listed as NO MANIFEST.  Exact dataset-and-run matches are
      * settled first, across the whole file, so a dataset-only match
      * can never take an acknowledgement another delivery owns.
      *
      * RCNCARD, when present, names one run date (YYYYMMDD in
      * columns 1-8) and limits both files to the runs of that date;
      * without it every manifest and acknowledgement is reconciled.
      * The return code is 8 when anything mismatched or arrived
      * without a manifest, 4 when something is only unacknowledged,
      * 0 when every delivery is confirmed.

   33  ENVIRONMENT DIVISION.
   34  INPUT-OUTPUT SECTION.
   35  FILE-CONTROL.
   36      SELECT MANIFEST-FILE ASSIGN TO MANIFEST
   37          ORGANIZATION IS LINE SEQUENTIAL
   38          FILE STATUS IS CV-RCN-MANIFEST-STATUS.

   40      SELECT ACK-FILE ASSIGN TO ACKFILE
   41          ORGANIZATION IS LINE SEQUENTIAL
   42          FILE STATUS IS CV-RCN-ACKFILE-STATUS.

   44      SELECT RECON-CARD-FILE ASSIGN TO RCNCARD
   45          ORGANIZATION IS LINE SEQUENTIAL
   46          FILE STATUS IS CV-RCN-RCNCARD-STATUS.

   48      SELECT RECON-REPORT-FILE ASSIGN TO RCNRPT
   49          ORGANIZATION IS LINE SEQUENTIAL
   50          FILE STATUS IS CV-RCN-RCNRPT-STATUS.

   52  DATA DIVISION.
   53  FILE SECTION.

   55  FD  MANIFEST-FILE.
   56  01  MANIFEST-LINE              PIC X(170).

   58  FD  ACK-FILE.
   59  01  ACK-LINE                   PIC X(103).

   61  FD  RECON-CARD-FILE.
   62  01  RCNCARD-LINE               PIC X(80).

   64  FD  RECON-REPORT-FILE.
   65  01  RECON-REPORT-LINE          PIC X(100).

   67  WORKING-STORAGE SECTION.

   69  COPY MANIFREC.

   71  01  CV-RCN-MANIFEST-STATUS     PIC X(02) Value '00'.
   72  01  CV-RCN-ACKFILE-STATUS      PIC X(02) Value '00'.
   73  01  CV-RCN-RCNCARD-STATUS      PIC X(02) Value '00'.
   74  01  CV-RCN-RCNRPT-STATUS       PIC X(02) Value '00'.

   76  01  CV-RCN-MF-EOF-SW           PIC X(01) Value 'N'.
   77      88 CV-RCN-MF-EOF                Value 'Y'.
   78  01  CV-RCN-ACK-EOF-SW          PIC X(01) Value 'N'.
   79      88 CV-RCN-ACK-EOF               Value 'Y'.

   81  01  CV-ACK-VIEW REDEFINES ACK-LINE.
   82      05 CV-ACK-DATASET          PIC X(44).
   83      05 FILLER                  PIC X(01).
   84      05 CV-ACK-RUN-ID           PIC X(16).
   85      05 FILLER                  PIC X(01).
   86      05 CV-ACK-RECORDS          PIC X(09).
   87      05 FILLER                  PIC X(01).
   88      05 CV-ACK-BYTES            PIC X(15).
   89      05 FILLER                  PIC X(01).
   90      05 CV-ACK-HASH             PIC X(15).

      * The run date the card limits the reconciliation to; spaces
      * reconcile everything on both files.
   94  01  CV-RCN-RUN-DATE            PIC X(08) Value SPACES.

      * Both files are held in storage so the exact matches can be
      * settled before any dataset-only match is tried.  Each
      * manifest carries the result it is reported with and the
      * acknowledgement it settled against; each acknowledgement is
      * claimable once.
  101  01  CV-RCN-MF-TABLE.
  102      05 CV-RCN-MF-ENTRY Occurs 1000.
  103         10 CV-RCN-MF-DATASET    PIC X(44).
  104         10 CV-RCN-MF-RUN-ID     PIC X(16).
  105         10 CV-RCN-MF-RECORDS    PIC 9(09).
  106         10 CV-RCN-MF-BYTES      PIC 9(15).
  107         10 CV-RCN-MF-HASH       PIC 9(15).
  108         10 CV-RCN-MF-RESULT     PIC X(01).
  109            88 CV-RCN-MF-OPEN          Value SPACE.
  110            88 CV-RCN-MF-CONFIRMED     Value 'C'.
  111            88 CV-RCN-MF-MISMATCHED    Value 'M'.
  112         10 CV-RCN-MF-ACK-SUB    PIC 9(04) COMP.
  113  01  CV-RCN-MF-COUNT            PIC 9(04) COMP Value ZERO.
  114  01  CV-RCN-MF-SUB              PIC 9(04) COMP.

  116  01  CV-RCN-ACK-TABLE.
  117      05 CV-RCN-ACK-ENTRY Occurs 1000.
  118         10 CV-RCN-ACK-DATASET   PIC X(44).
  119         10 CV-RCN-ACK-RUN-ID    PIC X(16).
  120         10 CV-RCN-ACK-RECORDS   PIC 9(09).
  121         10 CV-RCN-ACK-BYTES     PIC 9(15).
  122         10 CV-RCN-ACK-HASH      PIC 9(15).
  123         10 CV-RCN-ACK-VALID     PIC X(01).
  124         10 CV-RCN-ACK-USED      PIC X(01).
  125  01  CV-RCN-ACK-COUNT           PIC 9(04) COMP Value ZERO.
  126  01  CV-RCN-ACK-SUB             PIC 9(04) COMP.
  127  01  CV-RCN-FOUND-SW            PIC X(01).
  128      88 CV-RCN-FOUND                 Value 'Y'.

  130  01  CV-RCN-CONFIRMED-COUNT     PIC 9(05) COMP Value ZERO.
  131  01  CV-RCN-MISMATCH-COUNT      PIC 9(05) COMP Value ZERO.
  132  01  CV-RCN-UNACKED-COUNT       PIC 9(05) COMP Value ZERO.
  133  01  CV-RCN-NO-MF-COUNT         PIC 9(05) COMP Value ZERO.

  135  01  CV-RPT-TITLE-LINE.
  136      05 FILLER                  PIC X(34) Value
  137         'DELIVERY RECEIPT RECONCILIATION - '.
  138      05 CV-RPT-SCOPE            PIC X(22).

  140  01  CV-RPT-HEAD-LINE.
  141      05 FILLER                  PIC X(45) Value 'DATASET'.
  142      05 FILLER                  PIC X(17) Value 'RUN ID'.
  143      05 FILLER                  PIC X(06) Value 'RESULT'.

  145  01  CV-RPT-DETAIL-LINE.
  146      05 CV-RPT-DATASET          PIC X(44).
  147      05 FILLER                  PIC X(01) Value SPACE.
  148      05 CV-RPT-RUN-ID           PIC X(16).
  149      05 FILLER                  PIC X(01) Value SPACE.
  150      05 CV-RPT-RESULT           PIC X(16).

      * One line per field that disagrees, under the delivery it
      * belongs to: the manifest's figure and the receiver's.
  154  01  CV-RPT-DIFF-LINE.
  155      05 FILLER                  PIC X(05) Value SPACES.
  156      05 CV-RPT-DIFF-FIELD       PIC X(08).
  157      05 FILLER                  PIC X(10) Value ' MANIFEST '.
  158      05 CV-RPT-DIFF-MF          PIC ZZZZZZZZZZZZZZ9.
  159      05 FILLER                  PIC X(05) Value ' ACK '.
  160      05 CV-RPT-DIFF-ACK         PIC ZZZZZZZZZZZZZZ9.

  162  01  CV-RPT-OTHER-RUN-LINE.
  163      05 FILLER                  PIC X(25) Value
  164         '     ACKNOWLEDGED AS RUN '.
  165      05 CV-RPT-OTHER-RUN        PIC X(16).

  167  01  CV-RPT-BAD-ACK-LINE        PIC X(41) Value
  168      '     ACK COUNTS/HASH NOT NUMERIC'.

  170  01  CV-RPT-TOTAL-LINE.
  171      05 FILLER                  PIC X(11) Value 'CONFIRMED '.
  172      05 CV-RPT-TOT-CONF         PIC ZZZZ9.
  173      05 FILLER                  PIC X(11) Value '  MISMATCH '.
  174      05 CV-RPT-TOT-MISM         PIC ZZZZ9.
  175      05 FILLER                  PIC X(19) Value
  176         '  NOT ACKNOWLEDGED '.
  177      05 CV-RPT-TOT-UNACK        PIC ZZZZ9.
  178      05 FILLER                  PIC X(14) Value
  179         '  NO MANIFEST '.
  180      05 CV-RPT-TOT-NOMF         PIC ZZZZ9.

  182  01  CV-RPT-SPACER              PIC X(01) Value SPACE.

  184  LINKAGE SECTION.

  186  PROCEDURE DIVISION.

  188  0000-MAINLINE.
  189      Perform Establish-Run-Date

  191      Open Input MANIFEST-FILE
  192      If CV-RCN-MANIFEST-STATUS Not = '00'
  193         Display 'ICVRTRCN: MANIFEST OPEN FAILED - STATUS '
  194            CV-RCN-MANIFEST-STATUS
  195         Move 16 to Return-Code
  196         Goback
  197      End-If
  198      Open Input ACK-FILE
  199      If CV-RCN-ACKFILE-STATUS Not = '00'
  200         Display 'ICVRTRCN: ACKFILE OPEN FAILED - STATUS '
  201            CV-RCN-ACKFILE-STATUS
  202         Move 16 to Return-Code
  203         Goback
  204      End-If
  205      Open Output RECON-REPORT-FILE
  206      If CV-RCN-RCNRPT-STATUS Not = '00'
  207         Display 'ICVRTRCN: RCNRPT OPEN FAILED - STATUS '
  208            CV-RCN-RCNRPT-STATUS
  209         Move 16 to Return-Code
  210         Goback
  211      End-If

  213      Perform Load-Manifest-Record
  214         Until CV-RCN-MF-EOF
  215      Perform Load-Ack-Record
  216         Until CV-RCN-ACK-EOF
  217      Close MANIFEST-FILE
  218      Close ACK-FILE

  220      Perform Match-Exact-Ack
  221         Varying CV-RCN-MF-SUB From 1 By 1
  222         Until CV-RCN-MF-SUB > CV-RCN-MF-COUNT
  223      Perform Match-Dataset-Ack
  224         Varying CV-RCN-MF-SUB From 1 By 1
  225         Until CV-RCN-MF-SUB > CV-RCN-MF-COUNT

  227      If CV-RCN-RUN-DATE = SPACES
  228         Move 'ALL RUN DATES' to CV-RPT-SCOPE
  229      Else
  230         Move Spaces to CV-RPT-SCOPE
  231         String 'RUN DATE ' Delimited By Size
  232            CV-RCN-RUN-DATE Delimited By Size
  233            Into CV-RPT-SCOPE
  234      End-If
  235      Write RECON-REPORT-LINE From CV-RPT-TITLE-LINE
  236      Write RECON-REPORT-LINE From CV-RPT-SPACER
  237      Write RECON-REPORT-LINE From CV-RPT-HEAD-LINE
  238      Perform Report-Manifest-Entry
  239         Varying CV-RCN-MF-SUB From 1 By 1
  240         Until CV-RCN-MF-SUB > CV-RCN-MF-COUNT
  241      Perform Report-Orphan-Ack
  242         Varying CV-RCN-ACK-SUB From 1 By 1
  243         Until CV-RCN-ACK-SUB > CV-RCN-ACK-COUNT

  245      Move CV-RCN-CONFIRMED-COUNT to CV-RPT-TOT-CONF
  246      Move CV-RCN-MISMATCH-COUNT to CV-RPT-TOT-MISM
  247      Move CV-RCN-UNACKED-COUNT to CV-RPT-TOT-UNACK
  248      Move CV-RCN-NO-MF-COUNT to CV-RPT-TOT-NOMF
  249      Write RECON-REPORT-LINE From CV-RPT-SPACER
  250      Write RECON-REPORT-LINE From CV-RPT-TOTAL-LINE
  251      Display 'ICVRTRCN: ' CV-RPT-TOTAL-LINE
  252      Close RECON-REPORT-FILE

  254      Evaluate True
  255         When CV-RCN-MISMATCH-COUNT > 0
  256            Or CV-RCN-NO-MF-COUNT > 0
  257            Move 8 to Return-Code
  258         When CV-RCN-UNACKED-COUNT > 0
  259            Move 4 to Return-Code
  260         When Other
  261            Move 0 to Return-Code
  262      End-Evaluate
  263      Goback.


      * No RCNCARD bound to the step reconciles both files whole; a
      * card that is there must carry a numeric run date.
  268  Establish-Run-Date.
  269      Open Input RECON-CARD-FILE
  270      If CV-RCN-RCNCARD-STATUS = '00'
  271         Read RECON-CARD-FILE
  272            At End
  273               Continue
  274            Not At End
  275               Move RCNCARD-LINE (1 : 8) to CV-RCN-RUN-DATE
  276         End-Read
  277         Close RECON-CARD-FILE
  278         If CV-RCN-RUN-DATE Not = SPACES
  279            And CV-RCN-RUN-DATE Not Numeric
  280            Display 'ICVRTRCN: RUN DATE NOT NUMERIC - '
  281               CV-RCN-RUN-DATE
  282            Move 16 to Return-Code
  283            Goback
  284         End-If
  285      Else
  286         If CV-RCN-RCNCARD-STATUS Not = '35'
  287            Display 'ICVRTRCN: RCNCARD OPEN FAILED - STATUS '
  288               CV-RCN-RCNCARD-STATUS
  289            Move 16 to Return-Code
  290            Goback
  291         End-If
  292      End-If
  293      .


      * A table that cannot hold the night stops the run rather
      * than reporting a partial reconciliation as a clean one.
  298  Load-Manifest-Record.
  299      Read MANIFEST-FILE Into CV-MANIFEST-RECORD
  300         At End
  301            Set CV-RCN-MF-EOF to True
  302         Not At End
  303            If CV-RCN-RUN-DATE = SPACES
  304               Or CV-MF-RUN-ID (1 : 8) = CV-RCN-RUN-DATE
  305               If CV-RCN-MF-COUNT Not < 1000
  306                  Display 'ICVRTRCN: OVER 1000 MANIFESTS - '
  307                     'NARROW THE RUN WITH RCNCARD'
  308                  Move 16 to Return-Code
  309                  Goback
  310               End-If
  311               Add 1 to CV-RCN-MF-COUNT
  312               Move CV-MF-DATASET
  313                  to CV-RCN-MF-DATASET (CV-RCN-MF-COUNT)
  314               Move CV-MF-RUN-ID
  315                  to CV-RCN-MF-RUN-ID (CV-RCN-MF-COUNT)
  316               Move CV-MF-RECORDS
  317                  to CV-RCN-MF-RECORDS (CV-RCN-MF-COUNT)
  318               Move CV-MF-BYTES
  319                  to CV-RCN-MF-BYTES (CV-RCN-MF-COUNT)
  320               Move CV-MF-HASH
  321                  to CV-RCN-MF-HASH (CV-RCN-MF-COUNT)
  322               Move SPACE to CV-RCN-MF-RESULT (CV-RCN-MF-COUNT)
  323               Move 0 to CV-RCN-MF-ACK-SUB (CV-RCN-MF-COUNT)
  324            End-If
  325      End-Read
  326      .


      * An acknowledgement whose figures are not numbers is still
      * held - it can match a delivery by name - but it can only
      * ever report that delivery MISMATCH.
  332  Load-Ack-Record.
  333      Read ACK-FILE
  334         At End
  335            Set CV-RCN-ACK-EOF to True
  336         Not At End
  337            If CV-RCN-RUN-DATE = SPACES
  338               Or CV-ACK-RUN-ID (1 : 8) = CV-RCN-RUN-DATE
  339               If CV-RCN-ACK-COUNT Not < 1000
  340                  Display 'ICVRTRCN: OVER 1000 ACKNOWLEDGEMENTS'
  341                     ' - NARROW THE RUN WITH RCNCARD'
  342                  Move 16 to Return-Code
  343                  Goback
  344               End-If
  345               Add 1 to CV-RCN-ACK-COUNT
  346               Move CV-ACK-DATASET
  347                  to CV-RCN-ACK-DATASET (CV-RCN-ACK-COUNT)
  348               Move CV-ACK-RUN-ID
  349                  to CV-RCN-ACK-RUN-ID (CV-RCN-ACK-COUNT)
  350               Move 'N' to CV-RCN-ACK-USED (CV-RCN-ACK-COUNT)
  351               If CV-ACK-RECORDS Numeric
  352                  And CV-ACK-BYTES Numeric
  353                  And CV-ACK-HASH Numeric
  354                  Move 'Y' to CV-RCN-ACK-VALID (CV-RCN-ACK-COUNT)
  355                  Move CV-ACK-RECORDS
  356                     to CV-RCN-ACK-RECORDS (CV-RCN-ACK-COUNT)
  357                  Move CV-ACK-BYTES
  358                     to CV-RCN-ACK-BYTES (CV-RCN-ACK-COUNT)
  359                  Move CV-ACK-HASH
  360                     to CV-RCN-ACK-HASH (CV-RCN-ACK-COUNT)
  361               Else
  362                  Move 'N' to CV-RCN-ACK-VALID (CV-RCN-ACK-COUNT)
  363                  Move 0 to CV-RCN-ACK-RECORDS (CV-RCN-ACK-COUNT)
  364                  Move 0 to CV-RCN-ACK-BYTES (CV-RCN-ACK-COUNT)
  365                  Move 0 to CV-RCN-ACK-HASH (CV-RCN-ACK-COUNT)
  366               End-If
  367            End-If
  368      End-Read
  369      .


      * First pass: the acknowledgement naming this delivery's own
      * dataset and run settles it, confirmed or mismatched.
  374  Match-Exact-Ack.
  375      Move 'N' to CV-RCN-FOUND-SW
  376      Perform Scan-Exact-Ack
  377         Varying CV-RCN-ACK-SUB From 1 By 1
  378         Until CV-RCN-ACK-SUB > CV-RCN-ACK-COUNT
  379            Or CV-RCN-FOUND
  380      If CV-RCN-FOUND
  381         Subtract 1 From CV-RCN-ACK-SUB
  382         Perform Settle-Manifest-Entry
  383      End-If
  384      .


  387  Scan-Exact-Ack.
  388      If CV-RCN-ACK-USED (CV-RCN-ACK-SUB) = 'N'
  389         And CV-RCN-ACK-DATASET (CV-RCN-ACK-SUB)
  390            = CV-RCN-MF-DATASET (CV-RCN-MF-SUB)
  391         And CV-RCN-ACK-RUN-ID (CV-RCN-ACK-SUB)
  392            = CV-RCN-MF-RUN-ID (CV-RCN-MF-SUB)
  393         Set CV-RCN-FOUND to True
  394      End-If
  395      .


      * Second pass, for deliveries still open: an unclaimed
      * acknowledgement for the same dataset under another run means
      * the receiver picked up some other generation - a mismatch,
      * not an absence.
  402  Match-Dataset-Ack.
  403      If CV-RCN-MF-OPEN (CV-RCN-MF-SUB)
  404         Move 'N' to CV-RCN-FOUND-SW
  405         Perform Scan-Dataset-Ack
  406            Varying CV-RCN-ACK-SUB From 1 By 1
  407            Until CV-RCN-ACK-SUB > CV-RCN-ACK-COUNT
  408               Or CV-RCN-FOUND
  409         If CV-RCN-FOUND
  410            Subtract 1 From CV-RCN-ACK-SUB
  411            Move 'Y' to CV-RCN-ACK-USED (CV-RCN-ACK-SUB)
  412            Move CV-RCN-ACK-SUB
  413               to CV-RCN-MF-ACK-SUB (CV-RCN-MF-SUB)
  414            Set CV-RCN-MF-MISMATCHED (CV-RCN-MF-SUB) to True
  415         End-If
  416      End-If
  417      .


  420  Scan-Dataset-Ack.
  421      If CV-RCN-ACK-USED (CV-RCN-ACK-SUB) = 'N'
  422         And CV-RCN-ACK-DATASET (CV-RCN-ACK-SUB)
  423            = CV-RCN-MF-DATASET (CV-RCN-MF-SUB)
  424         Set CV-RCN-FOUND to True
  425      End-If
  426      .


  429  Settle-Manifest-Entry.
  430      Move 'Y' to CV-RCN-ACK-USED (CV-RCN-ACK-SUB)
  431      Move CV-RCN-ACK-SUB to CV-RCN-MF-ACK-SUB (CV-RCN-MF-SUB)
  432      If CV-RCN-ACK-VALID (CV-RCN-ACK-SUB) = 'Y'
  433         And CV-RCN-ACK-RECORDS (CV-RCN-ACK-SUB)
  434            = CV-RCN-MF-RECORDS (CV-RCN-MF-SUB)
  435         And CV-RCN-ACK-BYTES (CV-RCN-ACK-SUB)
  436            = CV-RCN-MF-BYTES (CV-RCN-MF-SUB)
  437         And CV-RCN-ACK-HASH (CV-RCN-ACK-SUB)
  438            = CV-RCN-MF-HASH (CV-RCN-MF-SUB)
  439         Set CV-RCN-MF-CONFIRMED (CV-RCN-MF-SUB) to True
  440      Else
  441         Set CV-RCN-MF-MISMATCHED (CV-RCN-MF-SUB) to True
  442      End-If
  443      .


      * A mismatched delivery is followed by what disagreed: the
      * other run it was acknowledged under, or each figure that
      * differs, manifest beside acknowledgement.
  449  Report-Manifest-Entry.
  450      Move CV-RCN-MF-DATASET (CV-RCN-MF-SUB) to CV-RPT-DATASET
  451      Move CV-RCN-MF-RUN-ID (CV-RCN-MF-SUB) to CV-RPT-RUN-ID
  452      Evaluate True
  453         When CV-RCN-MF-CONFIRMED (CV-RCN-MF-SUB)
  454            Add 1 to CV-RCN-CONFIRMED-COUNT
  455            Move 'CONFIRMED' to CV-RPT-RESULT
  456            Write RECON-REPORT-LINE From CV-RPT-DETAIL-LINE
  457         When CV-RCN-MF-MISMATCHED (CV-RCN-MF-SUB)
  458            Add 1 to CV-RCN-MISMATCH-COUNT
  459            Move 'MISMATCH' to CV-RPT-RESULT
  460            Write RECON-REPORT-LINE From CV-RPT-DETAIL-LINE
  461            Move CV-RCN-MF-ACK-SUB (CV-RCN-MF-SUB)
  462               to CV-RCN-ACK-SUB
  463            Perform Report-Mismatch-Detail
  464         When Other
  465            Add 1 to CV-RCN-UNACKED-COUNT
  466            Move 'NOT ACKNOWLEDGED' to CV-RPT-RESULT
  467            Write RECON-REPORT-LINE From CV-RPT-DETAIL-LINE
  468      End-Evaluate
  469      .


  472  Report-Mismatch-Detail.
  473      If CV-RCN-ACK-RUN-ID (CV-RCN-ACK-SUB)
  474         Not = CV-RCN-MF-RUN-ID (CV-RCN-MF-SUB)
  475         Move CV-RCN-ACK-RUN-ID (CV-RCN-ACK-SUB)
  476            to CV-RPT-OTHER-RUN
  477         Write RECON-REPORT-LINE From CV-RPT-OTHER-RUN-LINE
  478      End-If
  479      If CV-RCN-ACK-VALID (CV-RCN-ACK-SUB) Not = 'Y'
  480         Write RECON-REPORT-LINE From CV-RPT-BAD-ACK-LINE
  481      Else
  482         If CV-RCN-ACK-RECORDS (CV-RCN-ACK-SUB)
  483            Not = CV-RCN-MF-RECORDS (CV-RCN-MF-SUB)
  484            Move 'RECORDS' to CV-RPT-DIFF-FIELD
  485            Move CV-RCN-MF-RECORDS (CV-RCN-MF-SUB)
  486               to CV-RPT-DIFF-MF
  487            Move CV-RCN-ACK-RECORDS (CV-RCN-ACK-SUB)
  488               to CV-RPT-DIFF-ACK
  489            Write RECON-REPORT-LINE From CV-RPT-DIFF-LINE
  490         End-If
  491         If CV-RCN-ACK-BYTES (CV-RCN-ACK-SUB)
  492            Not = CV-RCN-MF-BYTES (CV-RCN-MF-SUB)
  493            Move 'BYTES' to CV-RPT-DIFF-FIELD
  494            Move CV-RCN-MF-BYTES (CV-RCN-MF-SUB)
  495               to CV-RPT-DIFF-MF
  496            Move CV-RCN-ACK-BYTES (CV-RCN-ACK-SUB)
  497               to CV-RPT-DIFF-ACK
  498            Write RECON-REPORT-LINE From CV-RPT-DIFF-LINE
  499         End-If
  500         If CV-RCN-ACK-HASH (CV-RCN-ACK-SUB)
  501            Not = CV-RCN-MF-HASH (CV-RCN-MF-SUB)
  502            Move 'HASH' to CV-RPT-DIFF-FIELD
  503            Move CV-RCN-MF-HASH (CV-RCN-MF-SUB)
  504               to CV-RPT-DIFF-MF
  505            Move CV-RCN-ACK-HASH (CV-RCN-ACK-SUB)
  506               to CV-RPT-DIFF-ACK
  507            Write RECON-REPORT-LINE From CV-RPT-DIFF-LINE
  508         End-If
  509      End-If
  510      .


      * The receiver says it took in a file nothing here vouches
      * for - a stray pickup, or a delivery whose manifest was lost.
  515  Report-Orphan-Ack.
  516      If CV-RCN-ACK-USED (CV-RCN-ACK-SUB) = 'N'
  517         Add 1 to CV-RCN-NO-MF-COUNT
  518         Move CV-RCN-ACK-DATASET (CV-RCN-ACK-SUB)
  519            to CV-RPT-DATASET
  520         Move CV-RCN-ACK-RUN-ID (CV-RCN-ACK-SUB)
  521            to CV-RPT-RUN-ID
  522         Move 'NO MANIFEST' to CV-RPT-RESULT
  523         Write RECON-REPORT-LINE From CV-RPT-DETAIL-LINE
  524      End-If
  525      .
