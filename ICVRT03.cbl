      *   name, the same identity the conversion programs stamp, so a
      *   substituted record ties back to its source feed rather than
      *   to the control file that cleaned it.
      *   The substituted OUTFILE is a delivery like any other and now
      *   gets its delivery manifest record: read back at the end of
      *   the run for its record count, byte count and hash total,
      *   stamped with the substitution table name as its edition,
      *   so the receipt reconciliation can account for it.

   65  ENVIRONMENT DIVISION.
   66  INPUT-OUTPUT SECTION.
   67  FILE-CONTROL.
   68      SELECT INPUT-FILE  ASSIGN TO DYNAMIC CV-INFILE-DSN
   69          ORGANIZATION IS SEQUENTIAL
   70          FILE STATUS IS CV-INFILE-STATUS.

   72      SELECT OUTPUT-FILE ASSIGN TO DYNAMIC CV-OUTFILE-DSN
   73          ORGANIZATION IS SEQUENTIAL
   74          FILE STATUS IS CV-OUTFILE-STATUS.

   76      SELECT CONTROL-FILE ASSIGN TO DYNAMIC CV-SUBCTLF-DSN
   77          ORGANIZATION IS LINE SEQUENTIAL
   78          FILE STATUS IS CV-CONTROL-STATUS.

   80      SELECT RESTART-FILE ASSIGN TO DYNAMIC CV-RESTARTF-DSN
   81          ORGANIZATION IS RELATIVE
   82          ACCESS MODE IS RANDOM
   83          RELATIVE KEY IS CV-RESTART-KEY
   84          FILE STATUS IS CV-RESTART-STATUS.

      * The delivery manifest is the suite-wide dataset ICVRT02 writes
      * to, opened extend, one record per delivery; its name comes
      * through CVDDNAME.
   89      SELECT MANIFEST-FILE ASSIGN TO DYNAMIC CV-MANIFEST-DSN
   90          ORGANIZATION IS LINE SEQUENTIAL
   91          FILE STATUS IS CV-MANIFEST-STATUS.

   93  DATA DIVISION.
   94  FILE SECTION.

   96  FD  INPUT-FILE
   97      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   98      DEPENDING ON CV-IN-REC-LEN.
   99  01  IN-REC                     PIC X(32756).

  101  FD  OUTPUT-FILE
  102      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  103      DEPENDING ON CV-OUT-REC-LEN.
  104  01  OUT-REC                    PIC X(32756).

  106  FD  CONTROL-FILE.
  107  01  CONTROL-FILE-LINE          PIC X(80).

  109  FD  RESTART-FILE.
  110  COPY RESTCTRL.

  112  FD  MANIFEST-FILE.
  113  01  MANIFEST-LINE              PIC X(170).

  115  WORKING-STORAGE SECTION.

  117  COPY CVDDNAME.

  119  01  DOC-01                     PIC X(32756).
  120  01  DOC-05                     PIC X(32756).

  122  01  CV-INFILE-STATUS         PIC X(02) Value '00'.
  123  01  CV-OUTFILE-STATUS        PIC X(02) Value '00'.
  124  01  CV-CONTROL-STATUS        PIC X(02) Value SPACES.
  125  01  CV-CONTROL-EOF-SWITCH    PIC X(01) Value 'N'.
  126      88 CV-CONTROL-EOF             Value 'Y'.
  127  01  CV-EOF-SWITCH            PIC X(01) Value 'N'.
  128      88 CV-END-OF-INPUT            Value 'Y'.
  129  01  CV-RESTARTING-SWITCH     PIC X(01) Value 'N'.
  130      88 CV-IS-RESTARTING           Value 'Y'.

      * First control record read is the header (target record
      * length).  Every record after that is a FROM/TO byte pair,
      * each byte given as 2 characters of printable hex text.
  135  01  CV-CONTROL-HEADER-VIEW REDEFINES CONTROL-FILE-LINE.
  136      05 CV-SUBST-TARGET-LEN     PIC 9(05).
  137      05 FILLER                  PIC X(75).
  138  01  CV-CONTROL-PAIR-VIEW   REDEFINES CONTROL-FILE-LINE.
  139      05 CV-SUBST-FROM-HEX       PIC X(02).
  140      05 CV-SUBST-TO-HEX         PIC X(02).
  141      05 FILLER                  PIC X(76).

  143  01  CV-SUBST-PAIR-COUNT      PIC 9(03) COMP Value ZERO.
  144  01  CV-SUBST-FROM-TABLE      PIC X(256).
  145  01  CV-SUBST-TO-TABLE        PIC X(256).

  147  01  CV-AUDIT-TABLE-NAME       PIC X(20) Value
  148      'SUBST-CONTROL-TBL'.

  150  01  CV-RUN-ID.
  151      05 CV-RUN-ID-DATE          PIC 9(08).
  152      05 CV-RUN-ID-TIME          PIC 9(08).
  153  01  CV-AUD-DIRECTION           PIC X(03) Value 'SUB'.
  154  01  CV-AUD-REC-NBR             PIC 9(09).

  156  01  CV-RESTART-STATUS        PIC X(02) Value '00'.
  157  01  CV-RESTART-POINT         PIC 9(09) COMP Value ZERO.
  158  01  CV-RESTART-KEY           PIC 9(04) COMP Value 1.

      * Delivery manifest totals, built by reading the finished
      * OUTFILE back (see Write-Delivery-Manifest).  The one-byte
      * binary cell makes a byte's ordinal (0-255) available by
      * moving the byte into its low half.
  164  COPY MANIFREC.
  165  01  CV-MANIFEST-STATUS       PIC X(02) Value '00'.
  166  01  CV-MF-EOF-SW             PIC X(01) Value 'N'.
  167      88 CV-MF-EOF                  Value 'Y'.
  168  01  CV-MF-REC-TOTAL          PIC 9(09) COMP Value ZERO.
  169  01  CV-MF-BYTE-TOTAL         PIC 9(15) COMP Value ZERO.
  170  01  CV-MF-REC-HASH           PIC 9(18) COMP.
  171  01  CV-MF-HASH-TOTAL         PIC 9(18) COMP Value ZERO.
  172  01  CV-MF-HASH-QUOT          PIC 9(18) COMP.
  173  01  CV-MF-HASH-MODULUS       PIC 9(18) COMP
  174                               Value 1000000000000000.
  175  01  CV-ORDINAL-CELL.
  176      05 FILLER                PIC X(01) Value Low-Value.
  177      05 CV-ORDINAL-BYTE       PIC X(01).
  178  01  CV-ORDINAL-BIN REDEFINES CV-ORDINAL-CELL
  179                               PIC 9(04) COMP.

      * CV-IN-REC-LEN/CV-OUT-REC-LEN are the RECORD ... DEPENDING ON
      * items for INPUT-FILE/OUTPUT-FILE; the runtime sets CV-IN-REC-LEN
      * from the RDW on each read and consults CV-OUT-REC-LEN to build
      * the RDW on each write.
  185  01  CV-IN-REC-LEN            PIC 9(05) COMP.
  186  01  CV-OUT-REC-LEN           PIC 9(05) COMP.

  188  01  CV-BYTE-INDEX            PIC 9(05) COMP.
  189  01  CV-RECORD-COUNT          PIC 9(09) COMP Value ZERO.
  190  01  CV-RUN-RECORD-COUNT      PIC 9(09) COMP Value ZERO.
  191  01  CV-RUN-SUBST-COUNT       PIC 9(09) COMP Value ZERO.

  193  01  CV-RUN-START-TIME        PIC 9(08).
  194  01  CV-RUN-START-VIEW REDEFINES CV-RUN-START-TIME.
  195      05 CV-START-HH           PIC 9(02).
  196      05 CV-START-MM           PIC 9(02).
  197      05 CV-START-SS           PIC 9(02).
  198      05 CV-START-HS           PIC 9(02).

  200  01  CV-RUN-END-TIME          PIC 9(08).
  201  01  CV-RUN-END-VIEW   REDEFINES CV-RUN-END-TIME.
  202      05 CV-END-HH             PIC 9(02).
  203      05 CV-END-MM             PIC 9(02).
  204      05 CV-END-SS             PIC 9(02).
  205      05 CV-END-HS             PIC 9(02).

  207  01  CV-ELAPSED-SECONDS       PIC 9(07) COMP.

  209  01  CV-RUN-SUMMARY-REC-LINE.
  210      05 FILLER                PIC X(20) Value
  211         'RECORDS PROCESSED : '.
  212      05 CV-SUMMARY-RECS-ED    PIC ZZZZZZZZ9.

  214  01  CV-RUN-SUMMARY-SUB-LINE.
  215      05 FILLER                PIC X(20) Value
  216         'BYTES SUBSTITUTED : '.
  217      05 CV-SUMMARY-SUBS-ED    PIC ZZZZZZZZ9.

  219  01  CV-RUN-SUMMARY-TIME-LINE.
  220      05 FILLER                PIC X(20) Value
  221         'ELAPSED SECONDS   : '.
  222      05 CV-SUMMARY-SECS-ED    PIC ZZZZZZZ9.

  224  LINKAGE SECTION.

  226  PROCEDURE DIVISION.

  228  0000-MAINLINE.
  229      Accept CV-RUN-START-TIME From Time
  230      Accept CV-RUN-ID-DATE From Date YYYYMMDD
  231      Move CV-RUN-START-TIME to CV-RUN-ID-TIME
  232      Perform Establish-Default-DDNAMES
  233      Perform Establish-Restart-Point
  234      Perform Load-Substitution-Table

  236      Open Input INPUT-FILE
  237      If CV-INFILE-STATUS Not = '00'
  238         Display 'ICVRT03: INFILE OPEN FAILED - STATUS '
  239            CV-INFILE-STATUS
  240         Move 16 to Return-Code
  241         Goback
  242      End-If

  244      If CV-IS-RESTARTING
  245         Open Extend OUTPUT-FILE
  246      Else
  247         Open Output OUTPUT-FILE
  248      End-If
  249      If CV-OUTFILE-STATUS Not = '00'
  250         Display 'ICVRT03: OUTFILE OPEN FAILED - STATUS '
  251            CV-OUTFILE-STATUS
  252         Move 16 to Return-Code
  253         Goback
  254      End-If

  256      If CV-IS-RESTARTING
  257         Perform Skip-Converted-Record
  258            Varying CV-RECORD-COUNT From 1 By 1
  259            Until CV-RECORD-COUNT > CV-RESTART-POINT
  260               Or CV-END-OF-INPUT
  261         Move CV-RESTART-POINT to CV-RECORD-COUNT
  262      End-If

  264      Perform Convert-One-Record
  265         Until CV-END-OF-INPUT

  267      Perform Clear-Restart-Point

  269      Accept CV-RUN-END-TIME From Time
  270      Perform Compute-Elapsed-Time
  271      Perform Write-Run-Summary

  273      Close INPUT-FILE
  274      Close OUTPUT-FILE
  275      Perform Write-Delivery-Manifest
  276      Close RESTART-FILE
  277      Goback.


  280  Convert-One-Record.
  281      Read INPUT-FILE Into DOC-01
  282         At End
  283            Set CV-END-OF-INPUT to True
  284         Not At End
  285            Add 1 to CV-RECORD-COUNT
  286            Add 1 to CV-RUN-RECORD-COUNT
  287            Perform Substitute-And-Write-Record
  288      End-Read
  289      .


      * Read Into only moves as many bytes as this record actually
      * whatever a longer prior record left there.  Blank them out
      * before they ride into the 550-byte audit image, the same way
      * ICVRT02 guards its audit call.
  297  Substitute-And-Write-Record.
  298      If CV-IN-REC-LEN < 550
  299         Move Spaces to Doc-01 (CV-IN-REC-LEN + 1 :
  300            550 - CV-IN-REC-LEN)
  301      End-If
  302      Move Doc-01 to Doc-05
  303      Inspect Doc-05 (1 : CV-IN-REC-LEN)
  304         Converting CV-SUBST-FROM-TABLE (1 : CV-SUBST-PAIR-COUNT)
  305         to CV-SUBST-TO-TABLE (1 : CV-SUBST-PAIR-COUNT)

  307      Move CV-RECORD-COUNT to CV-AUD-REC-NBR
  308      Call 'A31BR14A' Using Doc-01 (1 : 550), Doc-05 (1 : 550),
  309           CV-AUDIT-TABLE-NAME, CV-INFILE-DSN (1 : 44),
  310           CV-AUD-REC-NBR, CV-AUD-DIRECTION, CV-RUN-ID

  312      Perform Count-Substituted-Byte
  313         Varying CV-BYTE-INDEX From 1 By 1
  314         Until CV-BYTE-INDEX > CV-IN-REC-LEN

  316      Move CV-IN-REC-LEN to CV-OUT-REC-LEN
  317      Move Doc-05 to Out-Rec
  318      Write Out-Rec
  319      Perform Write-Restart-Checkpoint
  320      .


      * Each of these dataset-name items is shared (EXTERNAL) with a
      * An EXTERNAL item starts out at LOW-VALUES rather than SPACES
      * until some program in the run unit moves something into it, so
      * both conditions are tested.
  330  Establish-Default-DDNAMES.
  331      If CV-INFILE-DSN = SPACES Or LOW-VALUES
  332         Move 'INFILE' to CV-INFILE-DSN
  333      End-If
  334      If CV-OUTFILE-DSN = SPACES Or LOW-VALUES
  335         Move 'OUTFILE' to CV-OUTFILE-DSN
  336      End-If
  337      If CV-SUBCTLF-DSN = SPACES Or LOW-VALUES
  338         Move 'SUBCTLF' to CV-SUBCTLF-DSN
  339      End-If
  340      If CV-RESTARTF-DSN = SPACES Or LOW-VALUES
  341         Move 'RESTARTF' to CV-RESTARTF-DSN
  342      End-If
  343      If CV-MANIFEST-DSN = SPACES Or LOW-VALUES
  344         Move 'MANIFEST' to CV-MANIFEST-DSN
  345      End-If
  346      .


  349  Load-Substitution-Table.
  350      Move ZERO to CV-SUBST-PAIR-COUNT
  351      Open Input CONTROL-FILE
  352      If CV-CONTROL-STATUS Not = '00'
  353         Display 'ICVRT03: SUBCTLF OPEN FAILED - STATUS '
  354            CV-CONTROL-STATUS
  355         Move 16 to Return-Code
  356         Goback
  357      End-If

      * The header's target length bounded the substitution when this
      * program converted a fixed-length literal; with a real input
      * dataset each record's own length governs, so the header is
      * read and validated for layout compatibility only.
  363      Read CONTROL-FILE
  364         At End
  365            Set CV-CONTROL-EOF to True
  366         Not At End
  367            If CV-SUBST-TARGET-LEN Not Numeric
  368               Display 'ICVRT03: CONTROL HEADER NOT NUMERIC - '
  369                  CONTROL-FILE-LINE (1 : 5)
  370               Move 16 to Return-Code
  371               Goback
  372            End-If
  373      End-Read

  375      Perform Load-Substitution-Pair
  376         Until CV-CONTROL-EOF

  378      If CV-SUBST-PAIR-COUNT = 0
  379         Display 'ICVRT03: CONTROL FILE HAS NO SUBSTITUTION PAIRS'
  380         Move 16 to Return-Code
  381         Goback
  382      End-If

  384      Close CONTROL-FILE
  385      .


  388  Load-Substitution-Pair.
  389      Read CONTROL-FILE
  390         At End
  391            Set CV-CONTROL-EOF to True
  392         Not At End
  393            If CV-SUBST-PAIR-COUNT Not < 256
  394               Display 'ICVRT03: TOO MANY SUBSTITUTION PAIRS -'
  395                  ' LIMIT 256'
  396               Move 16 to Return-Code
  397               Goback
  398            End-If
  399            Add 1 to CV-SUBST-PAIR-COUNT
  400            Call 'CVHEXTOB' Using CV-SUBST-FROM-HEX,
  401                 CV-SUBST-FROM-TABLE (CV-SUBST-PAIR-COUNT : 1)
  402            If Return-Code Not = 0
  403               Move 16 to Return-Code
  404               Goback
  405            End-If
  406            Call 'CVHEXTOB' Using CV-SUBST-TO-HEX,
  407                 CV-SUBST-TO-TABLE (CV-SUBST-PAIR-COUNT : 1)
  408            If Return-Code Not = 0
  409               Move 16 to Return-Code
  410               Goback
  411            End-If
  412      End-Read
  413      .


      * RESTARTF holds one RELATIVE record (key 1) that this run keeps
      * open for its own life and REWRITEs in place at every checkpoint,
      * instead of paying an OPEN/WRITE/CLOSE cycle per record.  A
      * first-ever run finds no such record, so one is created here.
  420  Establish-Restart-Point.
  421      Move 0 to CV-RESTART-POINT
  422      Move 1 to CV-RESTART-KEY
  423      Open I-O RESTART-FILE
  424      If CV-RESTART-STATUS Not = '00'
  425         Open Output RESTART-FILE
  426         Move 0 to CV-RESTART-LAST-REC-NBR
  427         Move 0 to CV-RESTART-LAST-STEP
  428         Write CV-RESTART-CONTROL-RECORD
  429         Close RESTART-FILE
  430         Open I-O RESTART-FILE
  431      End-If
  432      Read RESTART-FILE
  433      If CV-RESTART-STATUS = '00'
  434         And CV-RESTART-LAST-REC-NBR > 0
  435         Move CV-RESTART-LAST-REC-NBR to CV-RESTART-POINT
  436         Set CV-IS-RESTARTING to True
  437      End-If
  438      .


  441  Skip-Converted-Record.
  442      Read INPUT-FILE Into DOC-01
  443         At End
  444            Set CV-END-OF-INPUT to True
  445      End-Read
  446      .


      * Checkpointed after every record (not on a fixed interval) so an
      * abend can never leave output already written past the last
      * checkpoint -- a restart would otherwise resubstitute and
      * duplicate those records in Output-File.
  453  Write-Restart-Checkpoint.
  454      Move CV-RECORD-COUNT to CV-RESTART-LAST-REC-NBR
  455      Move 0 to CV-RESTART-LAST-STEP
  456      Rewrite CV-RESTART-CONTROL-RECORD
  457      .


  460  Clear-Restart-Point.
  461      Move 0 to CV-RESTART-LAST-REC-NBR
  462      Move 0 to CV-RESTART-LAST-STEP
  463      Rewrite CV-RESTART-CONTROL-RECORD
  464      .


  467  Count-Substituted-Byte.
  468      If Doc-01 (CV-BYTE-INDEX : 1) Is Not Equal To
  469         Doc-05 (CV-BYTE-INDEX : 1)
  470         Add 1 to CV-RUN-SUBST-COUNT
  471      End-If
  472      .


  475  Compute-Elapsed-Time.
  476      Compute CV-ELAPSED-SECONDS =
  477         ((CV-END-HH * 3600) + (CV-END-MM * 60) + CV-END-SS) -
  478         ((CV-START-HH * 3600) + (CV-START-MM * 60) + CV-START-SS)
  479      If CV-ELAPSED-SECONDS < 0
  480         Add 86400 to CV-ELAPSED-SECONDS
  481      End-If
  482      .


  485  Write-Run-Summary.
  486      Move CV-RUN-RECORD-COUNT to CV-SUMMARY-RECS-ED
  487      Display CV-RUN-SUMMARY-REC-LINE
  488      Move CV-RUN-SUBST-COUNT to CV-SUMMARY-SUBS-ED
  489      Display CV-RUN-SUMMARY-SUB-LINE
  490      Move CV-ELAPSED-SECONDS to CV-SUMMARY-SECS-ED
  491      Display CV-RUN-SUMMARY-TIME-LINE
  492      .


      * The delivered OUTFILE read back start to finish once the run
      * is over - whole, so a run restarted from a checkpoint still
      * counts and hashes every record, not just those it wrote
      * itself - for records, data bytes and the position-weighted
      * hash total, folded to fifteen digits record by record, then
      * one manifest record carrying them with the dataset name, the
      * run identifier and the substitution table name as the
      * edition, the same layout and hash ICVRT02 uses.  A manifest
      * that cannot be written fails the run.
  504  Write-Delivery-Manifest.
  505      Open Input OUTPUT-FILE
  506      If CV-OUTFILE-STATUS Not = '00'
  507         Display 'ICVRT03: OUTFILE REOPEN FOR MANIFEST FAILED - '
  508            'STATUS ' CV-OUTFILE-STATUS
  509         Move 16 to Return-Code
  510         Goback
  511      End-If
  512      Perform Tally-Delivered-Record
  513         Until CV-MF-EOF
  514      Close OUTPUT-FILE

  516      Move Spaces to CV-MANIFEST-RECORD
  517      Move CV-OUTFILE-DSN (1 : 44) to CV-MF-DATASET
  518      Move CV-RUN-ID to CV-MF-RUN-ID
  519      Move CV-MF-REC-TOTAL to CV-MF-RECORDS
  520      Move CV-MF-BYTE-TOTAL to CV-MF-BYTES
  521      Move CV-MF-HASH-TOTAL to CV-MF-HASH
  522      Move CV-AUDIT-TABLE-NAME to CV-MF-EDITION
  523      Move CV-INFILE-DSN (1 : 44) to CV-MF-SOURCE

  525      Open Extend MANIFEST-FILE
  526      If CV-MANIFEST-STATUS = '35'
  527         Open Output MANIFEST-FILE
  528      End-If
  529      If CV-MANIFEST-STATUS Not = '00'
  530         Display 'ICVRT03: MANIFEST OPEN FAILED - STATUS '
  531            CV-MANIFEST-STATUS
  532         Move 16 to Return-Code
  533         Goback
  534      End-If
  535      Write MANIFEST-LINE From CV-MANIFEST-RECORD
  536      Close MANIFEST-FILE
  537      .


  540  Tally-Delivered-Record.
  541      Read OUTPUT-FILE
  542         At End
  543            Set CV-MF-EOF to True
  544         Not At End
  545            Add 1 to CV-MF-REC-TOTAL
  546            Add CV-OUT-REC-LEN to CV-MF-BYTE-TOTAL
  547            Move 0 to CV-MF-REC-HASH
  548            Perform Hash-Delivered-Byte
  549               Varying CV-BYTE-INDEX From 1 By 1
  550               Until CV-BYTE-INDEX > CV-OUT-REC-LEN
  551            Add CV-MF-REC-HASH to CV-MF-HASH-TOTAL
  552            Divide CV-MF-HASH-TOTAL By CV-MF-HASH-MODULUS
  553               Giving CV-MF-HASH-QUOT
  554               Remainder CV-MF-HASH-TOTAL
  555      End-Read
  556      .


  559  Hash-Delivered-Byte.
  560      Move Out-Rec (CV-BYTE-INDEX : 1) to CV-ORDINAL-BYTE
  561      Compute CV-MF-REC-HASH = CV-MF-REC-HASH
  562         + CV-ORDINAL-BIN * CV-BYTE-INDEX
  563      .
