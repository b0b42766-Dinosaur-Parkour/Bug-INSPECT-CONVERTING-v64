      * selections match everything.  An optional card 2 carries a
      * source-dataset filter in 1-44, the run identifier for a
      * keyed inquiry in 46-61, and a record-number filter in 63-71.
      *
      * Neither path ever shows a field a feed tags sensitive on the
      * SENSMAP dataset: every record image is passed through
      * ICVRTMSK, the same masking A31BR14A now applies before it
      * writes, on its way to the report, the archive or the new
      * log - so a record written in clear before its feed was
      * tagged is masked on its way out and, once PURGE has been
      * round, in the trail as well.  The inquiry report lists the
      * masked ranges under each record's identity, marks each
      * listed byte that falls in one, and says when the record on
      * file was still in clear; PURGE counts the records it masked.
      * A record image found to hold nothing tagged is flagged as
      * checked ('C'), as A31BR14A now flags it, so a PURGE also
      * marks the older clear records that the online inquiry may
      * safely display - but only when a SENSMAP was read: a PURGE
      * run without one knows nothing tagged, and leaves the flag
      * as it found it.  A record already flagged masked is masked
      * again with the rest, so a range tagged since it was written
      * is shown and kept only in masked form as well.

   60  ENVIRONMENT DIVISION.
   61  INPUT-OUTPUT SECTION.
   62  FILE-CONTROL.
   63      SELECT AUDIT-IN-FILE ASSIGN TO AUDITLOG
   64          ORGANIZATION IS INDEXED
   65          ACCESS MODE IS DYNAMIC
   66          RECORD KEY IS CV-AUD-KEY
   67          FILE STATUS IS CV-AUDIN-STATUS.

   69      SELECT AUDIT-CARD-FILE ASSIGN TO AUDCARD
   70          ORGANIZATION IS LINE SEQUENTIAL
   71          FILE STATUS IS CV-AUDCARD-STATUS.

   73      SELECT INQUIRY-REPORT-FILE ASSIGN TO AUDRPT
   74          ORGANIZATION IS LINE SEQUENTIAL
   75          FILE STATUS IS CV-AUDRPT-STATUS.

   77      SELECT ARCHIVE-FILE ASSIGN TO AUDARCH
   78          ORGANIZATION IS LINE SEQUENTIAL
   79          FILE STATUS IS CV-AUDARCH-STATUS.

   81      SELECT NEW-LOG-FILE ASSIGN TO AUDNEW
   82          ORGANIZATION IS INDEXED
   83          ACCESS MODE IS RANDOM
   84          RECORD KEY IS CV-NEWLOG-KEY
   85          FILE STATUS IS CV-AUDNEW-STATUS.

   87  DATA DIVISION.
   88  FILE SECTION.

      * The audit record exactly as A31BR14A writes it: the identity
      * key contiguous at the front, then timestamp, direction,
      * table and the before/after images.
   93  FD  AUDIT-IN-FILE.
   94  01  AUDIT-IN-LINE.
   95      05 CV-AUD-KEY.
   96         10 CV-AUD-RUN-ID        PIC X(16).
   97         10 CV-AUD-DATASET       PIC X(44).
   98         10 CV-AUD-REC-NBR       PIC X(09).
   99      05 FILLER                  PIC X(01).
  100      05 CV-AUD-DATE             PIC X(08).
  101      05 FILLER                  PIC X(01).
  102      05 CV-AUD-TIME             PIC X(08).
  103      05 FILLER                  PIC X(01).
  104      05 CV-AUD-DIRECTION        PIC X(03).
  105      05 FILLER                  PIC X(01).
  106      05 CV-AUD-TABLE            PIC X(20).
  107      05 FILLER                  PIC X(01).
  108      05 CV-AUD-BEFORE           PIC X(550).
  109      05 FILLER                  PIC X(01).
  110      05 CV-AUD-AFTER            PIC X(550).
  111      05 CV-AUD-MASK-FLAG        PIC X(01).
  112         88 CV-AUD-MASKED              Value 'M'.
  113         88 CV-AUD-CHECKED             Value 'C'.
  114      05 FILLER                  PIC X(01).

  116  FD  AUDIT-CARD-FILE.
  117  01  AUDCARD-LINE               PIC X(80).

  119  FD  INQUIRY-REPORT-FILE.
  120  01  INQUIRY-REPORT-LINE        PIC X(80).

  122  FD  ARCHIVE-FILE.
  123  01  ARCHIVE-LINE               PIC X(1216).

  125  FD  NEW-LOG-FILE.
  126  01  NEW-LOG-REC.
  127      05 CV-NEWLOG-KEY           PIC X(69).
  128      05 CV-NEWLOG-DATA          PIC X(1147).

  130  WORKING-STORAGE SECTION.

  132  01  CV-AUDIN-STATUS            PIC X(02) Value '00'.
  133  01  CV-AUDCARD-STATUS          PIC X(02) Value '00'.
  134  01  CV-AUDRPT-STATUS           PIC X(02) Value '00'.
  135  01  CV-AUDARCH-STATUS          PIC X(02) Value '00'.
  136  01  CV-AUDNEW-STATUS           PIC X(02) Value '00'.

  138  01  CV-AUDIN-EOF-SWITCH        PIC X(01) Value 'N'.
  139      88 CV-AUDIN-EOF                  Value 'Y'.
  140  01  CV-KEYED-DONE-SWITCH       PIC X(01) Value 'N'.
  141      88 CV-KEYED-DONE                 Value 'Y'.

  143  01  CV-AUDCARD-VIEW REDEFINES AUDCARD-LINE.
  144      05 CV-CARD-FUNCTION        PIC X(08).
  145         88 CV-FUNC-INQUIRY            Value 'INQUIRY '.
  146         88 CV-FUNC-PURGE              Value 'PURGE   '.
  147      05 FILLER                  PIC X(01).
  148      05 CV-CARD-FROM-DATE       PIC X(08).
  149      05 FILLER                  PIC X(01).
  150      05 CV-CARD-TO-DATE         PIC X(08).
  151      05 FILLER                  PIC X(01).
  152      05 CV-CARD-TABLE           PIC X(20).
  153      05 FILLER                  PIC X(01).
  154      05 CV-CARD-FROM-TIME       PIC X(08).
  155      05 FILLER                  PIC X(01).
  156      05 CV-CARD-TO-TIME         PIC X(08).
  157      05 FILLER                  PIC X(15).

  159  01  CV-SELECT-FROM-DATE        PIC X(08).
  160  01  CV-SELECT-TO-DATE          PIC X(08).
  161  01  CV-SELECT-TABLE            PIC X(20).
  162  01  CV-SELECT-DATASET          PIC X(44).
  163  01  CV-SELECT-RUN-ID           PIC X(16).
  164  01  CV-SELECT-REC-NBR          PIC X(09).

      * Date and time compared as one sixteen-character stamp, built
      * once from the card and per record from the audit line.  A
      * blank from-time collates before any digit and a blank
      * to-time is raised to all nines, so a date-only card still
      * means the whole day.
  171  01  CV-SELECT-FROM-STAMP.
  172      05 CV-SEL-FROM-DATE        PIC X(08).
  173      05 CV-SEL-FROM-TIME        PIC X(08).
  174  01  CV-SELECT-TO-STAMP.
  175      05 CV-SEL-TO-DATE          PIC X(08).
  176      05 CV-SEL-TO-TIME          PIC X(08).
  177  01  CV-AUD-STAMP.
  178      05 CV-AUD-STAMP-DATE       PIC X(08).
  179      05 CV-AUD-STAMP-TIME       PIC X(08).
  180  01  CV-FUNCTION-SAVE           PIC X(08).
  181     88 CV-RUN-INQUIRY                 Value 'INQUIRY '.
  182     88 CV-RUN-PURGE                   Value 'PURGE   '.

  184  01  CV-START-KEY               PIC X(69).
  185  01  CV-START-KEY-VIEW REDEFINES CV-START-KEY.
  186      05 CV-SKEY-RUN-ID          PIC X(16).
  187      05 CV-SKEY-DATASET         PIC X(44).
  188      05 CV-SKEY-REC-NBR         PIC X(09).

  190  01  CV-READ-COUNT              PIC 9(09) COMP Value ZERO.
  191  01  CV-SELECT-COUNT            PIC 9(09) COMP Value ZERO.
  192  01  CV-ARCHIVE-COUNT           PIC 9(09) COMP Value ZERO.
  193  01  CV-RETAIN-COUNT            PIC 9(09) COMP Value ZERO.
  194  01  CV-MASKED-COUNT            PIC 9(09) COMP Value ZERO.
  195  01  CV-DIFF-COUNT              PIC 9(05) COMP.

  197  01  CV-BYTE-SUB                PIC 9(05) COMP.
  198  01  CV-BEFORE-HEX              PIC X(02).
  199  01  CV-AFTER-HEX               PIC X(02).

      * The ranges ICVRTMSK tokenised in the record in hand, and the
      * same ranges as a byte map ('M' under each masked position of
      * either image) for marking the byte lines.
  204  COPY MASKRNG.
  205  01  CV-MASK-SUB                PIC 9(03) COMP.
  206  01  CV-MASKED-BYTES            PIC X(550).
  207  01  CV-WAS-CLEAR-SW            PIC X(01).
  208      88 CV-WAS-CLEAR                  Value 'Y'.

  210  01  CV-RPT-IDENT-LINE-1.
  211      05 FILLER                  PIC X(04) Value 'RUN '.
  212      05 CV-RPT-RUN-ID           PIC X(16).
  213      05 FILLER                  PIC X(01) Value SPACE.
  214      05 CV-RPT-DIRECTION        PIC X(03).
  215      05 FILLER                  PIC X(05) Value ' REC '.
  216      05 CV-RPT-REC-NBR          PIC X(09).
  217      05 FILLER                  PIC X(05) Value ' AT '.
  218      05 CV-RPT-DATE             PIC X(08).
  219      05 FILLER                  PIC X(01) Value SPACE.
  220      05 CV-RPT-TIME             PIC X(08).

  222  01  CV-RPT-IDENT-LINE-2.
  223      05 FILLER                  PIC X(05) Value ' DSN '.
  224      05 CV-RPT-DATASET          PIC X(44).
  225      05 FILLER                  PIC X(01) Value SPACE.
  226      05 CV-RPT-TABLE            PIC X(20).

  228  01  CV-RPT-BYTE-LINE.
  229      05 FILLER                  PIC X(09) Value '  OFFSET '.
  230      05 CV-RPT-OFFSET           PIC ZZZZ9.
  231      05 FILLER                  PIC X(12) Value ' - BEFORE X'''.
  232      05 CV-RPT-BEFORE-HEX       PIC X(02).
  233      05 FILLER                  PIC X(12) Value ''' - AFTER X'''.
  234      05 CV-RPT-AFTER-HEX        PIC X(02).
  235      05 FILLER                  PIC X(01) Value ''''.
  236      05 CV-RPT-MASK-NOTE        PIC X(07).

  238  01  CV-RPT-MASK-LINE.
  239      05 FILLER                  PIC X(16) Value
  240         '  MASKED BEFORE '.
  241      05 CV-RPT-MASK-BEF-OFF     PIC ZZZZ9.
  242      05 FILLER                  PIC X(05) Value ' LEN '.
  243      05 CV-RPT-MASK-BEF-LEN     PIC ZZZZ9.
  244      05 FILLER                  PIC X(08) Value '  AFTER '.
  245      05 CV-RPT-MASK-AFT-OFF     PIC ZZZZ9.
  246      05 FILLER                  PIC X(05) Value ' LEN '.
  247      05 CV-RPT-MASK-AFT-LEN     PIC ZZZZ9.

  249  01  CV-RPT-CLEAR-LINE          PIC X(50) Value
  250      '  STORED UNMASKED - MASKED FOR THIS REPORT ONLY'.

  252  01  CV-RPT-NODIFF-LINE         PIC X(33) Value
  253      '  NO BYTES DIFFER IN AUDIT IMAGE'.

  255  01  CV-RPT-READ-LINE.
  256      05 FILLER                  PIC X(20) Value
  257         'AUDIT RECORDS READ: '.
  258      05 CV-RPT-READ-ED          PIC ZZZZZZZZ9.

  260  01  CV-RPT-SEL-LINE.
  261      05 FILLER                  PIC X(20) Value
  262         'RECORDS SELECTED  : '.
  263      05 CV-RPT-SEL-ED           PIC ZZZZZZZZ9.

  265  01  CV-RPT-ARCH-LINE.
  266      05 FILLER                  PIC X(20) Value
  267         'RECORDS ARCHIVED  : '.
  268      05 CV-RPT-ARCH-ED          PIC ZZZZZZZZ9.

  270  01  CV-RPT-KEEP-LINE.
  271      05 FILLER                  PIC X(20) Value
  272         'RECORDS RETAINED  : '.
  273      05 CV-RPT-KEEP-ED          PIC ZZZZZZZZ9.

  275  01  CV-RPT-MASKED-LINE.
  276      05 FILLER                  PIC X(20) Value
  277         'RECORDS MASKED    : '.
  278      05 CV-RPT-MASKED-ED        PIC ZZZZZZZZ9.

  280  LINKAGE SECTION.

  282  PROCEDURE DIVISION.

  284  0000-MAINLINE.
  285      Perform Establish-Audit-Control

  287      Open Input AUDIT-IN-FILE
  288      If CV-AUDIN-STATUS Not = '00'
  289         Display 'ICVRTAUD: AUDITLOG OPEN FAILED - STATUS '
  290            CV-AUDIN-STATUS
  291         Move 16 to Return-Code
  292         Goback
  293      End-If

  295      If CV-RUN-INQUIRY
  296         Perform Run-Inquiry
  297      Else
  298         Perform Run-Purge
  299      End-If

  301      Close AUDIT-IN-FILE
  302      Goback.


      * Card 1 names the function and the selections; a second card,
      * into a keyed retrieval instead of a scan of the whole store.
      * Blank selection fields match everything, so a card naming
      * only a table still answers "every record that table touched".
  311  Establish-Audit-Control.
  312      Move SPACES to CV-SELECT-FROM-DATE
  313      Move SPACES to CV-SELECT-TO-DATE
  314      Move SPACES to CV-SELECT-TABLE
  315      Move SPACES to CV-SELECT-DATASET
  316      Move SPACES to CV-SELECT-RUN-ID
  317      Move SPACES to CV-SELECT-REC-NBR

  319      Open Input AUDIT-CARD-FILE
  320      If CV-AUDCARD-STATUS Not = '00'
  321         Display 'ICVRTAUD: AUDCARD OPEN FAILED - STATUS '
  322            CV-AUDCARD-STATUS
  323         Move 16 to Return-Code
  324         Goback
  325      End-If
  326      Read AUDIT-CARD-FILE
  327         At End
  328            Display 'ICVRTAUD: AUDCARD IS EMPTY'
  329            Move 16 to Return-Code
  330            Goback
  331      End-Read

  333      If Not CV-FUNC-INQUIRY And Not CV-FUNC-PURGE
  334         Display 'ICVRTAUD: UNSUPPORTED FUNCTION - '
  335            CV-CARD-FUNCTION
  336         Move 16 to Return-Code
  337         Goback
  338      End-If
  339      Move CV-CARD-FUNCTION to CV-FUNCTION-SAVE
  340      Move CV-CARD-FROM-DATE to CV-SELECT-FROM-DATE
  341      Move CV-CARD-TO-DATE to CV-SELECT-TO-DATE
  342      Move CV-CARD-TABLE to CV-SELECT-TABLE
  343      Move CV-CARD-FROM-DATE to CV-SEL-FROM-DATE
  344      Move CV-CARD-FROM-TIME to CV-SEL-FROM-TIME
  345      Move CV-CARD-TO-DATE to CV-SEL-TO-DATE
  346      If CV-CARD-TO-TIME = SPACES
  347         Move ALL '9' to CV-SEL-TO-TIME
  348      Else
  349         Move CV-CARD-TO-TIME to CV-SEL-TO-TIME
  350      End-If

  352      If CV-FUNC-PURGE
  353         And CV-SELECT-FROM-DATE Not Numeric
  354         Display 'ICVRTAUD: PURGE CUTOFF DATE NOT NUMERIC - '
  355            CV-SELECT-FROM-DATE
  356         Move 16 to Return-Code
  357         Goback
  358      End-If

  360      Read AUDIT-CARD-FILE
  361         Not At End
  362            Move AUDCARD-LINE (1 : 44) to CV-SELECT-DATASET
  363            Move AUDCARD-LINE (46 : 16) to CV-SELECT-RUN-ID
  364            Move AUDCARD-LINE (63 : 9) to CV-SELECT-REC-NBR
  365      End-Read
  366      Close AUDIT-CARD-FILE
  367      .


  370  Run-Inquiry.
  371      Open Output INQUIRY-REPORT-FILE
  372      If CV-AUDRPT-STATUS Not = '00'
  373         Display 'ICVRTAUD: AUDRPT OPEN FAILED - STATUS '
  374            CV-AUDRPT-STATUS
  375         Move 16 to Return-Code
  376         Goback
  377      End-If
  378      If CV-SELECT-RUN-ID Not = SPACES
  379         Perform Run-Keyed-Inquiry
  380      Else
  381         Perform Inquire-One-Record
  382            Until CV-AUDIN-EOF
  383      End-If
  384      Move CV-READ-COUNT to CV-RPT-READ-ED
  385      Write INQUIRY-REPORT-LINE From CV-RPT-READ-LINE
  386      Move CV-SELECT-COUNT to CV-RPT-SEL-ED
  387      Write INQUIRY-REPORT-LINE From CV-RPT-SEL-LINE
  388      Move CV-MASKED-COUNT to CV-RPT-MASKED-ED
  389      Write INQUIRY-REPORT-LINE From CV-RPT-MASKED-LINE
  390      Close INQUIRY-REPORT-FILE
  391      .


      * The selective path: START at the named run identifier (and,
      * number under it) and read forward only while the key still
      * belongs to that run - a handful of reads where the
      * sequential scan paid for the whole trail.
  399  Run-Keyed-Inquiry.
  400      Move CV-SELECT-RUN-ID to CV-SKEY-RUN-ID
  401      If CV-SELECT-DATASET = SPACES
  402         Move LOW-VALUES to CV-SKEY-DATASET
  403      Else
  404         Move CV-SELECT-DATASET to CV-SKEY-DATASET
  405      End-If
  406      If CV-SELECT-REC-NBR = SPACES
  407         Move LOW-VALUES to CV-SKEY-REC-NBR
  408      Else
  409         Move CV-SELECT-REC-NBR to CV-SKEY-REC-NBR
  410      End-If
  411      Move CV-START-KEY to CV-AUD-KEY
  412      Start AUDIT-IN-FILE Key Not < CV-AUD-KEY
  413         Invalid Key
  414            Set CV-KEYED-DONE to True
  415      End-Start
  416      Perform Read-Keyed-Record
  417         Until CV-KEYED-DONE
  418      .


  421  Read-Keyed-Record.
  422      Read AUDIT-IN-FILE Next Record
  423         At End
  424            Set CV-KEYED-DONE to True
  425         Not At End
  426            If CV-AUD-RUN-ID Not = CV-SELECT-RUN-ID
  427               Set CV-KEYED-DONE to True
  428            Else
  429               Add 1 to CV-READ-COUNT
  430               Perform Select-Audit-Record
  431            End-If
  432      End-Read
  433      .


  436  Inquire-One-Record.
  437      Read AUDIT-IN-FILE Next Record
  438         At End
  439            Set CV-AUDIN-EOF to True
  440         Not At End
  441            Add 1 to CV-READ-COUNT
  442            Perform Select-Audit-Record
  443      End-Read
  444      .


      * The one set of selections, applied the same way whichever
      * path fetched the record.
  449  Select-Audit-Record.
  450      Move CV-AUD-DATE to CV-AUD-STAMP-DATE
  451      Move CV-AUD-TIME to CV-AUD-STAMP-TIME
  452      If CV-AUD-STAMP Not < CV-SELECT-FROM-STAMP
  453         And (CV-SELECT-TO-DATE = SPACES
  454            Or CV-AUD-STAMP Not > CV-SELECT-TO-STAMP)
  455         And (CV-SELECT-TABLE = SPACES
  456            Or CV-AUD-TABLE = CV-SELECT-TABLE)
  457         And (CV-SELECT-DATASET = SPACES
  458            Or CV-AUD-DATASET = CV-SELECT-DATASET)
  459         And (CV-SELECT-REC-NBR = SPACES
  460            Or CV-AUD-REC-NBR = CV-SELECT-REC-NBR)
  461         Add 1 to CV-SELECT-COUNT
  462         Perform Report-Selected-Record
  463      End-If
  464      .


  467  Report-Selected-Record.
  468      Move CV-AUD-RUN-ID to CV-RPT-RUN-ID
  469      Move CV-AUD-DIRECTION to CV-RPT-DIRECTION
  470      Move CV-AUD-REC-NBR to CV-RPT-REC-NBR
  471      Move CV-AUD-DATE to CV-RPT-DATE
  472      Move CV-AUD-TIME to CV-RPT-TIME
  473      Write INQUIRY-REPORT-LINE From CV-RPT-IDENT-LINE-1
  474      Move CV-AUD-DATASET to CV-RPT-DATASET
  475      Move CV-AUD-TABLE to CV-RPT-TABLE
  476      Write INQUIRY-REPORT-LINE From CV-RPT-IDENT-LINE-2
  477      Perform Mask-Audit-Images
  478      If CV-MR-COUNT > 0
  479         Perform Report-Masked-Range
  480            Varying CV-MASK-SUB From 1 By 1
  481            Until CV-MASK-SUB > CV-MR-COUNT
  482         If CV-WAS-CLEAR
  483            Write INQUIRY-REPORT-LINE From CV-RPT-CLEAR-LINE
  484         End-If
  485      End-If
  486      Move ZERO to CV-DIFF-COUNT
  487      Perform Report-Differing-Byte
  488         Varying CV-BYTE-SUB From 1 By 1
  489         Until CV-BYTE-SUB > 550
  490      If CV-DIFF-COUNT = 0
  491         Write INQUIRY-REPORT-LINE From CV-RPT-NODIFF-LINE
  492      End-If
  493      .


      * One line per byte the conversion changed, before and after
      * side by side in printable hex - the same rendering the
      * reject report uses for a table mismatch.
  499  Report-Differing-Byte.
  500      If CV-AUD-BEFORE (CV-BYTE-SUB : 1) Not =
  501         CV-AUD-AFTER (CV-BYTE-SUB : 1)
  502         Add 1 to CV-DIFF-COUNT
  503         Move CV-BYTE-SUB to CV-RPT-OFFSET
  504         Call 'CVHEXCVT' Using CV-AUD-BEFORE (CV-BYTE-SUB : 1),
  505              CV-BEFORE-HEX
  506         Call 'CVHEXCVT' Using CV-AUD-AFTER (CV-BYTE-SUB : 1),
  507              CV-AFTER-HEX
  508         Move CV-BEFORE-HEX to CV-RPT-BEFORE-HEX
  509         Move CV-AFTER-HEX to CV-RPT-AFTER-HEX
  510         If CV-MASKED-BYTES (CV-BYTE-SUB : 1) = 'M'
  511            Move ' MASKED' to CV-RPT-MASK-NOTE
  512         Else
  513            Move Spaces to CV-RPT-MASK-NOTE
  514         End-If
  515         Write INQUIRY-REPORT-LINE From CV-RPT-BYTE-LINE
  516      End-If
  517      .


      * Retention: everything dated before the cutoff leaves for the
      * new log replaces the production AUDITLOG when the job ends
      * clean - the audit trail finally has an exit as well as an
      * entrance.
  526  Run-Purge.
  527      Open Output ARCHIVE-FILE
  528      If CV-AUDARCH-STATUS Not = '00'
  529         Display 'ICVRTAUD: AUDARCH OPEN FAILED - STATUS '
  530            CV-AUDARCH-STATUS
  531         Move 16 to Return-Code
  532         Goback
  533      End-If
  534      Open Output NEW-LOG-FILE
  535      If CV-AUDNEW-STATUS Not = '00'
  536         Display 'ICVRTAUD: AUDNEW OPEN FAILED - STATUS '
  537            CV-AUDNEW-STATUS
  538         Move 16 to Return-Code
  539         Goback
  540      End-If
  541      Perform Purge-One-Record
  542         Until CV-AUDIN-EOF
  543      Close ARCHIVE-FILE
  544      Close NEW-LOG-FILE
  545      Move CV-ARCHIVE-COUNT to CV-RPT-ARCH-ED
  546      Display CV-RPT-ARCH-LINE
  547      Move CV-RETAIN-COUNT to CV-RPT-KEEP-ED
  548      Display CV-RPT-KEEP-LINE
  549      Move CV-MASKED-COUNT to CV-RPT-MASKED-ED
  550      Display CV-RPT-MASKED-LINE
  551      .


  554  Purge-One-Record.
  555      Read AUDIT-IN-FILE Next Record
  556         At End
  557            Set CV-AUDIN-EOF to True
  558         Not At End
  559            Add 1 to CV-READ-COUNT
  560            Perform Mask-Audit-Images
  561            If CV-AUD-DATE < CV-SELECT-FROM-DATE
  562               Write ARCHIVE-LINE From AUDIT-IN-LINE
  563               Add 1 to CV-ARCHIVE-COUNT
  564            Else
  565               Move AUDIT-IN-LINE to NEW-LOG-REC
  566               Write NEW-LOG-REC
  567                  Invalid Key
  568                     Display 'ICVRTAUD: AUDNEW WRITE FAILED - '
  569                        'STATUS ' CV-AUDNEW-STATUS
  570                     Move 16 to Return-Code
  571                     Goback
  572               End-Write
  573               Add 1 to CV-RETAIN-COUNT
  574            End-If
  575      End-Read
  576      .


      * Every record image leaves this program through ICVRTMSK -
      * record images, that is; a release decision (record number
      * zero) carries no feed data - and what is printed, archived
      * and kept is the masked image.  A record already flagged
      * masked is masked afresh too, so a range tagged since it was
      * written is covered: a token masked again is still one way,
      * and still equal between the images exactly where it was
      * before.  Only a record whose flag changes to masked is
      * counted.  Nothing masked flags the record checked, but only
      * when a SENSMAP was read; without one the flag is left alone.
  589  Mask-Audit-Images.
  590      Move ZERO to CV-MR-COUNT
  591      Move Spaces to CV-MASKED-BYTES
  592      Move 'N' to CV-WAS-CLEAR-SW
  593      If CV-AUD-REC-NBR Not = '000000000'
  594         Call 'ICVRTMSK' Using CV-AUD-DATASET, CV-AUD-BEFORE,
  595              CV-AUD-AFTER, CV-MASK-RANGES
  596         If CV-MR-COUNT > 0
  597            If Not CV-AUD-MASKED
  598               Set CV-WAS-CLEAR to True
  599               Set CV-AUD-MASKED to True
  600               Add 1 to CV-MASKED-COUNT
  601            End-If
  602         Else
  603            If CV-MR-MAP-READ
  604               Set CV-AUD-CHECKED to True
  605            End-If
  606         End-If
  607      End-If
  608      Perform Mark-Masked-Range
  609         Varying CV-MASK-SUB From 1 By 1
  610         Until CV-MASK-SUB > CV-MR-COUNT
  611      .


  614  Mark-Masked-Range.
  615      If CV-MR-BEF-LENGTH (CV-MASK-SUB) > 0
  616         Move All 'M' to CV-MASKED-BYTES
  617            (CV-MR-BEF-OFFSET (CV-MASK-SUB) :
  618             CV-MR-BEF-LENGTH (CV-MASK-SUB))
  619      End-If
  620      If CV-MR-AFT-LENGTH (CV-MASK-SUB) > 0
  621         Move All 'M' to CV-MASKED-BYTES
  622            (CV-MR-AFT-OFFSET (CV-MASK-SUB) :
  623             CV-MR-AFT-LENGTH (CV-MASK-SUB))
  624      End-If
  625      .


  628  Report-Masked-Range.
  629      Move CV-MR-BEF-OFFSET (CV-MASK-SUB) to CV-RPT-MASK-BEF-OFF
  630      Move CV-MR-BEF-LENGTH (CV-MASK-SUB) to CV-RPT-MASK-BEF-LEN
  631      Move CV-MR-AFT-OFFSET (CV-MASK-SUB) to CV-RPT-MASK-AFT-OFF
  632      Move CV-MR-AFT-LENGTH (CV-MASK-SUB) to CV-RPT-MASK-AFT-LEN
  633      Write INQUIRY-REPORT-LINE From CV-RPT-MASK-LINE
  634      .
