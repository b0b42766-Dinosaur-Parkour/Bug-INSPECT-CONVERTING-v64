    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTDLT.
      * Change-data extract for the conversion suite.
      *
      * Several downstream systems reload a feed whole every night
      * when all they need is what changed since the night before.
      * Run as a follow-on step (or a '6' DRVLIST entry) after a
      * feed's conversion, this program reads the night's delivered
      * OUTFILE and the prior delivered generation of the same feed
      * (PRIORDS), matches their data records on the feed's key, and
      * writes a delta dataset - one record per data record added,
      * changed or deleted since the prior generation, each carrying
      * an action code byte ('A', 'C' or 'D', in the output side's
      * character set) in front of the converted image.  An added or
      * changed record carries tonight's image, a deleted record the
      * prior generation's.  A record whose key and image are both
      * unchanged is left out.
      *
      * The key is defined per feed on the DLTKEY cards, 80 bytes,
      * '*' in column 1 for a comment -
      *   KEY   cols 6-10 offset, 12-16 length (1-relative, in the
      *         same style as the FLDMAP cards), one card per key
      *         part, up to eight parts and 100 bytes in all, taken
      *         in card order.  Offsets are in the converted image,
      *         so a reformat feed is keyed on its reshaped layout.
      * A key part that runs past the end of a short record takes
      * spaces for the bytes it is missing.  Both files are sorted
      * on the key, so neither has to arrive in key order; a key
      * repeated within one file is matched occurrence for
      * occurrence, in file order, and reported, since the delta
      * then depends on the order the sender happened to use.
      *
      * The header and trailer of an 'H' feed are not data and are
      * not matched.  Each file's data-record count is tied instead
      * to the count in its own trailer, the one ICVRT02 regenerated
      * when it delivered that file, and the adds, changes, deletes
      * and unchanged records are tied to both data counts.  The
      * count report goes to DLTRPT, opened extend so a night of
      * driver entries accumulates one report, and says for each
      * figure whether it ties.
      *
      * The return code is 8 when anything fails to tie - a quarantine
      * run not yet spliced back by ICVRTQRP is one way to get there -
      * 4 when the delta was built but a key repeated, 0 when the
      * delta is clean, and 16 when a file will not open, the key map
      * is missing or unreadable, or the sort fails.
      *
      * OUTFILE/CTLCARD resolve through the shared CVDDNAME names the
      * way the conversion programs do, and PRIORDS/DLTKEY/DELTA the
      * same way, so the driver repoints them per entry and a
      * standalone run gets the usual fixed ddnames.  DLTWORK holds
      * the prior generation in key order while tonight's file is
      * sorted and matched against it.

   55  ENVIRONMENT DIVISION.
   56  INPUT-OUTPUT SECTION.
   57  FILE-CONTROL.
   58      SELECT DELIVERED-FILE ASSIGN TO DYNAMIC CV-OUTFILE-DSN
   59          ORGANIZATION IS SEQUENTIAL
   60          FILE STATUS IS CV-DLT-OUTFILE-STATUS.

   62      SELECT PRIOR-FILE ASSIGN TO DYNAMIC CV-PRIOR-DSN
   63          ORGANIZATION IS SEQUENTIAL
   64          FILE STATUS IS CV-DLT-PRIOR-STATUS.

   66      SELECT CONTROL-CARD-FILE ASSIGN TO DYNAMIC CV-CTLCARD-DSN
   67          ORGANIZATION IS LINE SEQUENTIAL
   68          FILE STATUS IS CV-DLT-CTLCARD-STATUS.

   70      SELECT KEY-MAP-FILE ASSIGN TO DYNAMIC CV-DLTKEY-DSN
   71          ORGANIZATION IS LINE SEQUENTIAL
   72          FILE STATUS IS CV-DLT-DLTKEY-STATUS.

   74      SELECT DELTA-FILE ASSIGN TO DYNAMIC CV-DELTA-DSN
   75          ORGANIZATION IS SEQUENTIAL
   76          FILE STATUS IS CV-DLT-DELTA-STATUS.

   78      SELECT PRIOR-WORK-FILE ASSIGN TO DLTWORK
   79          ORGANIZATION IS SEQUENTIAL
   80          FILE STATUS IS CV-DLT-DLTWORK-STATUS.

   82      SELECT DELTA-SORT-FILE ASSIGN TO SORTWK01.

   84      SELECT DELTA-REPORT-FILE ASSIGN TO DLTRPT
   85          ORGANIZATION IS LINE SEQUENTIAL
   86          FILE STATUS IS CV-DLT-DLTRPT-STATUS.

   88  DATA DIVISION.
   89  FILE SECTION.

   91  FD  DELIVERED-FILE
   92      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   93      DEPENDING ON CV-DLT-NEW-REC-LEN.
   94  01  DELIVERED-REC              PIC X(32756).

   96  FD  PRIOR-FILE
   97      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   98      DEPENDING ON CV-DLT-OLD-REC-LEN.
   99  01  PRIOR-REC                  PIC X(32756).

  101  FD  CONTROL-CARD-FILE.
  102  01  CTLCARD-LINE               PIC X(80).

  104  FD  KEY-MAP-FILE.
  105  01  DLTKEY-LINE                PIC X(80).

  107  FD  DELTA-FILE
  108      RECORD IS VARYING IN SIZE FROM 2 TO 32757 CHARACTERS
  109      DEPENDING ON CV-DLT-OUT-REC-LEN.
  110  01  DELTA-REC                  PIC X(32757).

      * The prior generation in key order: the sort record below,
      * written out by the first sort and read back during the
      * second.
  115  FD  PRIOR-WORK-FILE
  116      RECORD IS VARYING IN SIZE FROM 115 TO 32756 CHARACTERS
  117      DEPENDING ON CV-DLT-WRK-REC-LEN.
  118  01  CV-WRK-RECORD.
  119      05 CV-WRK-KEY              PIC X(100).
  120      05 CV-WRK-SEQ              PIC 9(09).
  121      05 CV-WRK-LEN              PIC 9(05).
  122      05 CV-WRK-IMAGE            PIC X(32642).

      * The key, then the record's place in its file so repeated
      * keys come back in file order, then the image.  The whole
      * record must stay within the longest variable record the
      * sort will carry, which leaves 32642 bytes for the image.
  128  SD  DELTA-SORT-FILE
  129      RECORD IS VARYING IN SIZE FROM 115 TO 32756 CHARACTERS
  130      DEPENDING ON CV-DLT-SRT-REC-LEN.
  131  01  CV-SRT-RECORD.
  132      05 CV-SRT-KEY              PIC X(100).
  133      05 CV-SRT-SEQ              PIC 9(09).
  134      05 CV-SRT-LEN              PIC 9(05).
  135      05 CV-SRT-IMAGE            PIC X(32642).

  137  FD  DELTA-REPORT-FILE.
  138  01  DELTA-REPORT-LINE          PIC X(100).

  140  WORKING-STORAGE SECTION.

  142  COPY CVDDNAME.

  144  01  CV-DLT-OUTFILE-STATUS      PIC X(02) Value '00'.
  145  01  CV-DLT-PRIOR-STATUS        PIC X(02) Value '00'.
  146  01  CV-DLT-CTLCARD-STATUS      PIC X(02) Value '00'.
  147  01  CV-DLT-DLTKEY-STATUS       PIC X(02) Value '00'.
  148  01  CV-DLT-DELTA-STATUS        PIC X(02) Value '00'.
  149  01  CV-DLT-DLTWORK-STATUS      PIC X(02) Value '00'.
  150  01  CV-DLT-DLTRPT-STATUS       PIC X(02) Value '00'.

  152  01  CV-DLT-NEW-REC-LEN         PIC 9(05) COMP.
  153  01  CV-DLT-OLD-REC-LEN         PIC 9(05) COMP.
  154  01  CV-DLT-OUT-REC-LEN         PIC 9(05) COMP.
  155  01  CV-DLT-WRK-REC-LEN         PIC 9(05) COMP.
  156  01  CV-DLT-SRT-REC-LEN         PIC 9(05) COMP.
  157  01  CV-DLT-IMAGE-MAX           PIC 9(05) COMP Value 32642.

  159  01  CV-DLT-NEW-EOF-SW          PIC X(01) Value 'N'.
  160      88 CV-DLT-NEW-EOF               Value 'Y'.
  161  01  CV-DLT-OLD-EOF-SW          PIC X(01) Value 'N'.
  162      88 CV-DLT-OLD-EOF               Value 'Y'.
  163  01  CV-DLT-SRT-EOF-SW          PIC X(01) Value 'N'.
  164      88 CV-DLT-SRT-EOF               Value 'Y'.
  165  01  CV-DLT-WRK-EOF-SW          PIC X(01) Value 'N'.
  166      88 CV-DLT-WRK-EOF               Value 'Y'.
  167  01  CV-DLT-KEY-EOF-SW          PIC X(01) Value 'N'.
  168      88 CV-DLT-KEY-EOF               Value 'Y'.

      * The same control-card view ICVRT02 reads; only direction,
      * the header/trailer flag and the UTF-8 byte matter here - they
      * say which character set the delivered files are in.
  173  01  CV-CTLCARD-VIEW REDEFINES CTLCARD-LINE.
  174      05 CV-DIRECTION            PIC X(01).
  175         88 CV-DIR-EBCDIC-TO-ASCII     Value 'E'.
  176         88 CV-DIR-ASCII-TO-EBCDIC     Value 'A'.
  177      05 FILLER                  PIC X(01).
  178      05 CV-CODEPAGE-NAME        PIC X(08).
  179      05 FILLER                  PIC X(01).
  180      05 CV-HDRTRL-FLAG          PIC X(01).
  181         88 CV-HDRTRL-EXPECTED         Value 'H'.
  182      05 FILLER                  PIC X(01).
  183      05 CV-DBCS-FLAG            PIC X(01).
  184      05 FILLER                  PIC X(01).
  185      05 CV-AUDIT-LEVEL          PIC X(01).
  186      05 FILLER                  PIC X(01).
  187      05 CV-REFORMAT-FLAG        PIC X(01).
  188      05 FILLER                  PIC X(05).
  189      05 CV-UTF8-FLAG            PIC X(01).
  190         88 CV-UTF8-OUTPUT             Value 'U'.
  191      05 FILLER                  PIC X(56).

  193  01  CV-DLTKEY-VIEW REDEFINES DLTKEY-LINE.
  194      05 CV-KEY-CARD-TYPE        PIC X(04).
  195         88 CV-KEY-CARD-KEY            Value 'KEY '.
  196      05 FILLER                  PIC X(01).
  197      05 CV-KEY-CARD-OFFSET      PIC 9(05).
  198      05 FILLER                  PIC X(01).
  199      05 CV-KEY-CARD-LENGTH      PIC 9(05).
  200      05 FILLER                  PIC X(64).

  202  01  CV-DLT-KEY-TABLE.
  203      05 CV-DLT-KEY-PART Occurs 8.
  204         10 CV-DLT-KEY-OFFSET    PIC 9(05) COMP.
  205         10 CV-DLT-KEY-LENGTH    PIC 9(05) COMP.
  206  01  CV-DLT-KEY-COUNT           PIC 9(02) COMP Value ZERO.
  207  01  CV-DLT-KEY-SUB             PIC 9(02) COMP.
  208  01  CV-DLT-KEY-TOTAL           PIC 9(05) COMP Value ZERO.
  209  01  CV-DLT-KEY-POS             PIC 9(05) COMP.
  210  01  CV-DLT-KEY-AVAIL           PIC S9(05) COMP.
  211  01  CV-DLT-KEY-WORK            PIC X(100).

      * Header/trailer recognition tags and the digits of the
      * trailer count, the same hex values ICVRT02 writes - matched
      * here in the target side of the conversion, since both files
      * are deliveries.  A UTF-8 delivery's control records are
      * plain ASCII.  The action codes go out in the same
      * character set as the images they stand in front of.
  219  01  CV-HDR-TAG-EBCDIC          PIC X(03) Value X'C8C4D9'.
  220  01  CV-TRL-TAG-EBCDIC          PIC X(03) Value X'E3D9D3'.
  221  01  CV-HDR-TAG-ASCII           PIC X(03) Value X'484452'.
  222  01  CV-TRL-TAG-ASCII           PIC X(03) Value X'54524C'.
  223  01  CV-DIGITS-NATIVE           PIC X(10) Value '0123456789'.
  224  01  CV-DIGITS-EBCDIC           PIC X(10) Value
  225         X'F0F1F2F3F4F5F6F7F8F9'.
  226  01  CV-DIGITS-ASCII            PIC X(10) Value
  227         X'30313233343536373839'.
  228  01  CV-ACTIONS-EBCDIC          PIC X(03) Value X'C1C3C4'.
  229  01  CV-ACTIONS-ASCII           PIC X(03) Value X'414344'.

  231  01  CV-DLT-HDR-TAG             PIC X(03).
  232  01  CV-DLT-TRL-TAG             PIC X(03).
  233  01  CV-DLT-DIGITS              PIC X(10).
  234  01  CV-DLT-ACTIONS.
  235      05 CV-DLT-ACTION-ADD       PIC X(01).
  236      05 CV-DLT-ACTION-CHANGE    PIC X(01).
  237      05 CV-DLT-ACTION-DELETE    PIC X(01).

      * The record in hand on the release side of either sort, and
      * what kind of record it is.
  241  01  CV-DLT-IMAGE               PIC X(32756).
  242  01  CV-DLT-IMAGE-LEN           PIC 9(05) COMP.
  243  01  CV-DLT-READ-NBR            PIC 9(09) COMP.
  244  01  CV-DLT-REC-KIND            PIC X(01).
  245      88 CV-DLT-REC-IS-DATA           Value 'D'.
  246      88 CV-DLT-REC-IS-HEADER         Value 'H'.
  247      88 CV-DLT-REC-IS-TRAILER        Value 'T'.
  248  01  CV-DLT-TRL-COUNT-X         PIC X(09).
  249  01  CV-DLT-TRL-COUNT-9 REDEFINES CV-DLT-TRL-COUNT-X
  250                                 PIC 9(09).
  251  01  CV-DLT-TRL-ED              PIC ZZZZZZZZ9.

      * Each file's own figures.  The trailer state is 'N' no
      * trailer read, 'Y' a trailer with a numeric count, 'X' a
      * trailer whose count is not a number.
  256  01  CV-DLT-FILE-COUNTS.
  257      05 CV-DLT-SIDE Occurs 2.
  258         10 CV-DLT-SD-READ       PIC 9(09) COMP.
  259         10 CV-DLT-SD-DATA       PIC 9(09) COMP.
  260         10 CV-DLT-SD-TRL-STATE  PIC X(01).
  261         10 CV-DLT-SD-TRL-COUNT  PIC 9(09).
  262         10 CV-DLT-SD-DUPS       PIC 9(09) COMP.
  263         10 CV-DLT-SD-TOO-LONG   PIC 9(09) COMP.
  264         10 CV-DLT-SD-TIES-SW    PIC X(01).
  265  01  CV-DLT-SIDE-SUB            PIC 9(01) COMP.
  266  01  CV-DLT-NEW-SIDE            PIC 9(01) COMP Value 1.
  267  01  CV-DLT-OLD-SIDE            PIC 9(01) COMP Value 2.

  269  01  CV-DLT-ADD-COUNT           PIC 9(09) COMP Value ZERO.
  270  01  CV-DLT-CHANGE-COUNT        PIC 9(09) COMP Value ZERO.
  271  01  CV-DLT-DELETE-COUNT        PIC 9(09) COMP Value ZERO.
  272  01  CV-DLT-SAME-COUNT          PIC 9(09) COMP Value ZERO.
  273  01  CV-DLT-WRITTEN-COUNT       PIC 9(09) COMP Value ZERO.
  274  01  CV-DLT-SUM-NEW             PIC 9(10) COMP.
  275  01  CV-DLT-SUM-OLD             PIC 9(10) COMP.

      * The key last seen on each side, for the repeated-key count;
      * a first record has nothing before it.
  279  01  CV-DLT-LAST-NEW-KEY        PIC X(100).
  280  01  CV-DLT-LAST-OLD-KEY        PIC X(100).
  281  01  CV-DLT-NEW-FIRST-SW        PIC X(01) Value 'Y'.
  282      88 CV-DLT-NEW-FIRST             Value 'Y'.
  283  01  CV-DLT-OLD-FIRST-SW        PIC X(01) Value 'Y'.
  284      88 CV-DLT-OLD-FIRST             Value 'Y'.

  286  01  CV-DLT-FAIL-SW             PIC X(01) Value 'N'.
  287      88 CV-DLT-FAILS-TO-TIE          Value 'Y'.

  289  01  CV-DLT-FEED-LINE.
  290      05 CV-DLT-FEED-NAME        PIC X(44).
  291      05 FILLER                  PIC X(03) Value SPACES.
  292      05 CV-DLT-VERDICT          PIC X(04).
  293      05 FILLER                  PIC X(16) Value
  294         ' DELTA RECORDS='.
  295      05 CV-DLT-WRITTEN-ED       PIC ZZZZZZZZ9.

  297  01  CV-DLT-NAME-LINE.
  298      05 FILLER                  PIC X(03) Value SPACES.
  299      05 CV-DLT-NAME-LABEL       PIC X(09).
  300      05 CV-DLT-NAME-DSN         PIC X(44).

  302  01  CV-DLT-TIE-LINE.
  303      05 FILLER                  PIC X(03) Value SPACES.
  304      05 CV-DLT-TIE-LABEL        PIC X(09).
  305      05 FILLER                  PIC X(14) Value
  306         'DATA RECORDS '.
  307      05 CV-DLT-TIE-DATA-ED      PIC ZZZZZZZZ9.
  308      05 FILLER                  PIC X(10) Value
  309         '  TRAILER '.
  310      05 CV-DLT-TIE-TRL-ED       PIC X(09).
  311      05 FILLER                  PIC X(02) Value SPACES.
  312      05 CV-DLT-TIE-RESULT       PIC X(16).

  314  01  CV-DLT-ACTION-LINE.
  315      05 FILLER                  PIC X(09) Value
  316         '   ADDED '.
  317      05 CV-DLT-ADD-ED           PIC ZZZZZZZZ9.
  318      05 FILLER                  PIC X(10) Value
  319         '  CHANGED '.
  320      05 CV-DLT-CHANGE-ED        PIC ZZZZZZZZ9.
  321      05 FILLER                  PIC X(10) Value
  322         '  DELETED '.
  323      05 CV-DLT-DELETE-ED        PIC ZZZZZZZZ9.
  324      05 FILLER                  PIC X(12) Value
  325         '  UNCHANGED '.
  326      05 CV-DLT-SAME-ED          PIC ZZZZZZZZ9.

  328  01  CV-DLT-SUM-LINE.
  329      05 FILLER                  PIC X(03) Value SPACES.
  330      05 CV-DLT-SUM-LABEL        PIC X(37).
  331      05 CV-DLT-SUM-ED           PIC ZZZZZZZZZ9.
  332      05 FILLER                  PIC X(02) Value SPACES.
  333      05 CV-DLT-SUM-RESULT       PIC X(16).

  335  01  CV-DLT-DUP-LINE.
  336      05 FILLER                  PIC X(03) Value SPACES.
  337      05 CV-DLT-DUP-LABEL        PIC X(09).
  338      05 CV-DLT-DUP-ED           PIC ZZZZZZZZ9.
  339      05 FILLER                  PIC X(50) Value
  340         ' RECORDS REPEAT A KEY - MATCHED IN FILE ORDER'.

  342  01  CV-DLT-LONG-LINE.
  343      05 FILLER                  PIC X(03) Value SPACES.
  344      05 CV-DLT-LONG-LABEL       PIC X(09).
  345      05 CV-DLT-LONG-ED          PIC ZZZZZZZZ9.
  346      05 FILLER                  PIC X(50) Value
  347         ' RECORDS TOO LONG TO SORT - LEFT OUT OF THE DELTA'.

  349  01  CV-DLT-SPACER              PIC X(01) Value SPACE.

  351  LINKAGE SECTION.

  353  PROCEDURE DIVISION.

  355  0000-MAINLINE.
  356      Perform Establish-Default-DDNAMES
  357      Perform Establish-Delta-Control
  358      Perform Load-Key-Definition
  359      Perform Open-Delta-Report
  360      Initialize CV-DLT-FILE-COUNTS
  361      Move 'N' to CV-DLT-SD-TRL-STATE (CV-DLT-NEW-SIDE)
  362      Move 'N' to CV-DLT-SD-TRL-STATE (CV-DLT-OLD-SIDE)

  364      Open Input PRIOR-FILE
  365      If CV-DLT-PRIOR-STATUS Not = '00'
  366         Display 'ICVRTDLT: PRIORDS OPEN FAILED - STATUS '
  367            CV-DLT-PRIOR-STATUS
  368         Move 16 to Return-Code
  369         Goback
  370      End-If
  371      Open Input DELIVERED-FILE
  372      If CV-DLT-OUTFILE-STATUS Not = '00'
  373         Display 'ICVRTDLT: OUTFILE OPEN FAILED - STATUS '
  374            CV-DLT-OUTFILE-STATUS
  375         Move 16 to Return-Code
  376         Goback
  377      End-If

  379      Open Output PRIOR-WORK-FILE
  380      If CV-DLT-DLTWORK-STATUS Not = '00'
  381         Display 'ICVRTDLT: DLTWORK OPEN FAILED - STATUS '
  382            CV-DLT-DLTWORK-STATUS
  383         Move 16 to Return-Code
  384         Goback
  385      End-If

      * The prior generation goes into key order on the work file
      * first; tonight's file is then sorted the same way and each
      * record matched against it as it comes out of the sort.
  390      Sort DELTA-SORT-FILE
  391         On Ascending Key CV-SRT-KEY CV-SRT-SEQ
  392         Input Procedure Is Release-Prior-Records
  393         Output Procedure Is Write-Prior-Work
  394      If Sort-Return Not = 0
  395         Display 'ICVRTDLT: SORT OF PRIORDS FAILED - RETURN '
  396            Sort-Return
  397         Move 16 to Return-Code
  398         Goback
  399      End-If
  400      Close PRIOR-FILE
  401      Close PRIOR-WORK-FILE

  403      Open Input PRIOR-WORK-FILE
  404      If CV-DLT-DLTWORK-STATUS Not = '00'
  405         Display 'ICVRTDLT: DLTWORK OPEN FAILED - STATUS '
  406            CV-DLT-DLTWORK-STATUS
  407         Move 16 to Return-Code
  408         Goback
  409      End-If
  410      Open Output DELTA-FILE
  411      If CV-DLT-DELTA-STATUS Not = '00'
  412         Display 'ICVRTDLT: DELTA OPEN FAILED - STATUS '
  413            CV-DLT-DELTA-STATUS
  414         Move 16 to Return-Code
  415         Goback
  416      End-If

  418      Sort DELTA-SORT-FILE
  419         On Ascending Key CV-SRT-KEY CV-SRT-SEQ
  420         Input Procedure Is Release-Delivered-Records
  421         Output Procedure Is Match-Delta-Records
  422      If Sort-Return Not = 0
  423         Display 'ICVRTDLT: SORT OF OUTFILE FAILED - RETURN '
  424            Sort-Return
  425         Move 16 to Return-Code
  426         Goback
  427      End-If

  429      Close DELIVERED-FILE
  430      Close PRIOR-WORK-FILE
  431      Close DELTA-FILE

  433      Perform Report-Delta-Counts
  434      Close DELTA-REPORT-FILE

  436      Evaluate True
  437         When CV-DLT-FAILS-TO-TIE
  438            Move 8 to Return-Code
  439         When CV-DLT-SD-DUPS (CV-DLT-NEW-SIDE) > 0
  440            Or CV-DLT-SD-DUPS (CV-DLT-OLD-SIDE) > 0
  441            Move 4 to Return-Code
  442         When Other
  443            Move 0 to Return-Code
  444      End-Evaluate
  445      Goback.


  448  Establish-Default-DDNAMES.
  449      If CV-OUTFILE-DSN = SPACES Or LOW-VALUES
  450         Move 'OUTFILE' to CV-OUTFILE-DSN
  451      End-If
  452      If CV-CTLCARD-DSN = SPACES Or LOW-VALUES
  453         Move 'CTLCARD' to CV-CTLCARD-DSN
  454      End-If
  455      If CV-PRIOR-DSN = SPACES Or LOW-VALUES
  456         Move 'PRIORDS' to CV-PRIOR-DSN
  457      End-If
  458      If CV-DLTKEY-DSN = SPACES Or LOW-VALUES
  459         Move 'DLTKEY' to CV-DLTKEY-DSN
  460      End-If
  461      If CV-DELTA-DSN = SPACES Or LOW-VALUES
  462         Move 'DELTA' to CV-DELTA-DSN
  463      End-If
  464      .


      * The card the conversion ran under, read the way ICVRTVFY
      * reads it: a missing or blank card means the documented
      * defaults.  The delivered side of the direction decides the
      * tags, the trailer digits and the action codes.
  471  Establish-Delta-Control.
  472      Move Spaces to CTLCARD-LINE
  473      Move 'E' to CV-DIRECTION
  474      Open Input CONTROL-CARD-FILE
  475      If CV-DLT-CTLCARD-STATUS = '00'
  476         Read CONTROL-CARD-FILE
  477         Close CONTROL-CARD-FILE
  478         If CTLCARD-LINE = SPACES
  479            Move 'E' to CV-DIRECTION
  480         End-If
  481      End-If
  482      Evaluate True
  483         When CV-DIR-EBCDIC-TO-ASCII
  484            Move CV-HDR-TAG-ASCII to CV-DLT-HDR-TAG
  485            Move CV-TRL-TAG-ASCII to CV-DLT-TRL-TAG
  486            Move CV-DIGITS-ASCII to CV-DLT-DIGITS
  487            Move CV-ACTIONS-ASCII to CV-DLT-ACTIONS
  488         When CV-DIR-ASCII-TO-EBCDIC
  489            Move CV-HDR-TAG-EBCDIC to CV-DLT-HDR-TAG
  490            Move CV-TRL-TAG-EBCDIC to CV-DLT-TRL-TAG
  491            Move CV-DIGITS-EBCDIC to CV-DLT-DIGITS
  492            Move CV-ACTIONS-EBCDIC to CV-DLT-ACTIONS
  493         When Other
  494            Display 'ICVRTDLT: UNSUPPORTED DIRECTION - '
  495               CV-DIRECTION
  496            Move 16 to Return-Code
  497            Goback
  498      End-Evaluate
  499      .


      * A feed without a key cannot be matched at all, so a missing
      * map, a card that does not read right or a key past the
      * table's limits stops the run rather than delivering a delta
      * built on the wrong bytes.
  506  Load-Key-Definition.
  507      Open Input KEY-MAP-FILE
  508      If CV-DLT-DLTKEY-STATUS Not = '00'
  509         Display 'ICVRTDLT: DLTKEY OPEN FAILED - STATUS '
  510            CV-DLT-DLTKEY-STATUS
  511         Move 16 to Return-Code
  512         Goback
  513      End-If
  514      Perform Load-Key-Card
  515         Until CV-DLT-KEY-EOF
  516      Close KEY-MAP-FILE
  517      If CV-DLT-KEY-COUNT = 0
  518         Display 'ICVRTDLT: NO KEY CARD ON DLTKEY'
  519         Move 16 to Return-Code
  520         Goback
  521      End-If
  522      .


  525  Load-Key-Card.
  526      Read KEY-MAP-FILE
  527         At End
  528            Set CV-DLT-KEY-EOF to True
  529         Not At End
  530            If DLTKEY-LINE (1 : 1) = '*'
  531               Or DLTKEY-LINE = SPACES
  532               Continue
  533            Else
  534               Perform Take-Key-Card
  535            End-If
  536      End-Read
  537      .


  540  Take-Key-Card.
  541      If Not CV-KEY-CARD-KEY
  542         Or CV-KEY-CARD-OFFSET Not Numeric
  543         Or CV-KEY-CARD-LENGTH Not Numeric
  544         Or CV-KEY-CARD-OFFSET = 0
  545         Or CV-KEY-CARD-LENGTH = 0
  546         Display 'ICVRTDLT: BAD DLTKEY CARD - '
  547            DLTKEY-LINE (1 : 20)
  548         Move 16 to Return-Code
  549         Goback
  550      End-If
  551      If CV-DLT-KEY-COUNT Not < 8
  552         Or CV-DLT-KEY-TOTAL + CV-KEY-CARD-LENGTH > 100
  553         Display 'ICVRTDLT: KEY OVER 8 PARTS OR 100 BYTES'
  554         Move 16 to Return-Code
  555         Goback
  556      End-If
  557      Add 1 to CV-DLT-KEY-COUNT
  558      Move CV-KEY-CARD-OFFSET
  559         to CV-DLT-KEY-OFFSET (CV-DLT-KEY-COUNT)
  560      Move CV-KEY-CARD-LENGTH
  561         to CV-DLT-KEY-LENGTH (CV-DLT-KEY-COUNT)
  562      Add CV-KEY-CARD-LENGTH to CV-DLT-KEY-TOTAL
  563      .


  566  Open-Delta-Report.
  567      Open Extend DELTA-REPORT-FILE
  568      If CV-DLT-DLTRPT-STATUS = '35'
  569         Open Output DELTA-REPORT-FILE
  570      End-If
  571      If CV-DLT-DLTRPT-STATUS Not = '00'
  572         Display 'ICVRTDLT: DLTRPT OPEN FAILED - STATUS '
  573            CV-DLT-DLTRPT-STATUS
  574         Move 16 to Return-Code
  575         Goback
  576      End-If
  577      .


      * Input procedure of the first sort: every data record of the
      * prior generation, keyed.
  582  Release-Prior-Records.
  583      Move CV-DLT-OLD-SIDE to CV-DLT-SIDE-SUB
  584      Perform Release-Prior-Record
  585         Until CV-DLT-OLD-EOF
  586      .


  589  Release-Prior-Record.
  590      Read PRIOR-FILE Into CV-DLT-IMAGE
  591         At End
  592            Set CV-DLT-OLD-EOF to True
  593         Not At End
  594            Move CV-DLT-OLD-REC-LEN to CV-DLT-IMAGE-LEN
  595            Perform Release-Image-Record
  596      End-Read
  597      .


      * Output procedure of the first sort: the prior generation out
      * to the work file in key order, each record its own length.
  602  Write-Prior-Work.
  603      Perform Write-Prior-Work-Record
  604         Until CV-DLT-SRT-EOF
  605      Move 'N' to CV-DLT-SRT-EOF-SW
  606      .


  609  Write-Prior-Work-Record.
  610      Return DELTA-SORT-FILE
  611         At End
  612            Set CV-DLT-SRT-EOF to True
  613         Not At End
  614            Compute CV-DLT-WRK-REC-LEN = 114 + CV-SRT-LEN
  615            Move CV-SRT-RECORD to CV-WRK-RECORD
  616            Write CV-WRK-RECORD
  617            If CV-DLT-DLTWORK-STATUS Not = '00'
  618               Display 'ICVRTDLT: DLTWORK WRITE FAILED - STATUS '
  619                  CV-DLT-DLTWORK-STATUS
  620               Set CV-DLT-FAILS-TO-TIE to True
  621            End-If
  622      End-Return
  623      .


      * Input procedure of the second sort: every data record of
      * tonight's delivery, keyed the same way.
  628  Release-Delivered-Records.
  629      Move CV-DLT-NEW-SIDE to CV-DLT-SIDE-SUB
  630      Perform Release-Delivered-Record
  631         Until CV-DLT-NEW-EOF
  632      .


  635  Release-Delivered-Record.
  636      Read DELIVERED-FILE Into CV-DLT-IMAGE
  637         At End
  638            Set CV-DLT-NEW-EOF to True
  639         Not At End
  640            Move CV-DLT-NEW-REC-LEN to CV-DLT-IMAGE-LEN
  641            Perform Release-Image-Record
  642      End-Read
  643      .


      * The header is passed over, the trailer's count is kept for
      * the tie-out, and a data record goes to the sort under its
      * key and its data-record number.
  649  Release-Image-Record.
  650      Add 1 to CV-DLT-SD-READ (CV-DLT-SIDE-SUB)
  651      Move CV-DLT-SD-READ (CV-DLT-SIDE-SUB) to CV-DLT-READ-NBR
  652      Perform Classify-Delta-Record
  653      Evaluate True
  654         When CV-DLT-REC-IS-HEADER
  655            Continue
  656         When CV-DLT-REC-IS-TRAILER
  657            Perform Take-Trailer-Count
  658         When Other
  659            Add 1 to CV-DLT-SD-DATA (CV-DLT-SIDE-SUB)
  660            If CV-DLT-IMAGE-LEN > CV-DLT-IMAGE-MAX
  661               Add 1 to CV-DLT-SD-TOO-LONG (CV-DLT-SIDE-SUB)
  662            Else
  663               Perform Build-Record-Key
  664               Move CV-DLT-KEY-WORK to CV-SRT-KEY
  665               Move CV-DLT-SD-DATA (CV-DLT-SIDE-SUB)
  666                  to CV-SRT-SEQ
  667               Move CV-DLT-IMAGE-LEN to CV-SRT-LEN
  668               Move CV-DLT-IMAGE (1 : CV-DLT-IMAGE-LEN)
  669                  to CV-SRT-IMAGE (1 : CV-DLT-IMAGE-LEN)
  670               Compute CV-DLT-SRT-REC-LEN =
  671                  114 + CV-DLT-IMAGE-LEN
  672               Release CV-SRT-RECORD
  673            End-If
  674      End-Evaluate
  675      .


      * Every record is data unless the feed declares control
      * records; then record 1 opening with the HDR tag is the
      * header and a record opening with the TRL tag the trailer,
      * in the delivered character set - as ICVRTVFY classifies the
      * same files.
  683  Classify-Delta-Record.
  684      Set CV-DLT-REC-IS-DATA to True
  685      If CV-HDRTRL-EXPECTED
  686         If CV-DLT-IMAGE (1 : 3) = CV-DLT-TRL-TAG
  687            Set CV-DLT-REC-IS-TRAILER to True
  688         End-If
  689         If CV-DLT-READ-NBR = 1
  690            And CV-DLT-IMAGE (1 : 3) = CV-DLT-HDR-TAG
  691            Set CV-DLT-REC-IS-HEADER to True
  692         End-If
  693      End-If
  694      .


      * The regenerated trailer's count sits in bytes 4-12 in the
      * delivered character set, as ICVRT02 patched it in.
  699  Take-Trailer-Count.
  700      Move CV-DLT-IMAGE (4 : 9) to CV-DLT-TRL-COUNT-X
  701      Inspect CV-DLT-TRL-COUNT-X
  702         Converting CV-DLT-DIGITS to CV-DIGITS-NATIVE
  703      If CV-DLT-TRL-COUNT-X Numeric
  704         Move 'Y' to CV-DLT-SD-TRL-STATE (CV-DLT-SIDE-SUB)
  705         Move CV-DLT-TRL-COUNT-9
  706            to CV-DLT-SD-TRL-COUNT (CV-DLT-SIDE-SUB)
  707      Else
  708         Move 'X' to CV-DLT-SD-TRL-STATE (CV-DLT-SIDE-SUB)
  709      End-If
  710      .


      * The key parts side by side in card order; a part past the
      * end of the record keeps the spaces it starts with.
  715  Build-Record-Key.
  716      Move Spaces to CV-DLT-KEY-WORK
  717      Move 1 to CV-DLT-KEY-POS
  718      Perform Take-Key-Part
  719         Varying CV-DLT-KEY-SUB From 1 By 1
  720         Until CV-DLT-KEY-SUB > CV-DLT-KEY-COUNT
  721      .


  724  Take-Key-Part.
  725      Compute CV-DLT-KEY-AVAIL = CV-DLT-IMAGE-LEN
  726         - CV-DLT-KEY-OFFSET (CV-DLT-KEY-SUB) + 1
  727      If CV-DLT-KEY-AVAIL > CV-DLT-KEY-LENGTH (CV-DLT-KEY-SUB)
  728         Move CV-DLT-KEY-LENGTH (CV-DLT-KEY-SUB)
  729            to CV-DLT-KEY-AVAIL
  730      End-If
  731      If CV-DLT-KEY-AVAIL > 0
  732         Move CV-DLT-IMAGE
  733            (CV-DLT-KEY-OFFSET (CV-DLT-KEY-SUB) :
  734             CV-DLT-KEY-AVAIL)
  735            to CV-DLT-KEY-WORK (CV-DLT-KEY-POS : CV-DLT-KEY-AVAIL)
  736      End-If
  737      Add CV-DLT-KEY-LENGTH (CV-DLT-KEY-SUB) to CV-DLT-KEY-POS
  738      .


      * Output procedure of the second sort: tonight's records in
      * key order against the prior generation's, a balanced-line
      * match on the key.  A key only tonight is an add, a key only
      * in the prior generation a delete, and a key on both a change
      * unless the images are identical.
  746  Match-Delta-Records.
  747      Perform Return-Delivered-Sorted
  748      Perform Read-Prior-Work
  749      Perform Match-One-Key
  750         Until CV-DLT-SRT-EOF And CV-DLT-WRK-EOF
  751      .


  754  Match-One-Key.
  755      Evaluate True
  756         When CV-DLT-SRT-EOF
  757            Perform Write-Delete-Record
  758            Perform Read-Prior-Work
  759         When CV-DLT-WRK-EOF
  760            Perform Write-Add-Record
  761            Perform Return-Delivered-Sorted
  762         When CV-SRT-KEY < CV-WRK-KEY
  763            Perform Write-Add-Record
  764            Perform Return-Delivered-Sorted
  765         When CV-SRT-KEY > CV-WRK-KEY
  766            Perform Write-Delete-Record
  767            Perform Read-Prior-Work
  768         When Other
  769            If CV-SRT-LEN = CV-WRK-LEN
  770               And CV-SRT-IMAGE (1 : CV-SRT-LEN)
  771                  = CV-WRK-IMAGE (1 : CV-WRK-LEN)
  772               Add 1 to CV-DLT-SAME-COUNT
  773            Else
  774               Perform Write-Change-Record
  775            End-If
  776            Perform Return-Delivered-Sorted
  777            Perform Read-Prior-Work
  778      End-Evaluate
  779      .


  782  Return-Delivered-Sorted.
  783      Return DELTA-SORT-FILE
  784         At End
  785            Set CV-DLT-SRT-EOF to True
  786         Not At End
  787            If Not CV-DLT-NEW-FIRST
  788               And CV-SRT-KEY = CV-DLT-LAST-NEW-KEY
  789               Add 1 to CV-DLT-SD-DUPS (CV-DLT-NEW-SIDE)
  790            End-If
  791            Move 'N' to CV-DLT-NEW-FIRST-SW
  792            Move CV-SRT-KEY to CV-DLT-LAST-NEW-KEY
  793      End-Return
  794      .


  797  Read-Prior-Work.
  798      Read PRIOR-WORK-FILE
  799         At End
  800            Set CV-DLT-WRK-EOF to True
  801         Not At End
  802            If Not CV-DLT-OLD-FIRST
  803               And CV-WRK-KEY = CV-DLT-LAST-OLD-KEY
  804               Add 1 to CV-DLT-SD-DUPS (CV-DLT-OLD-SIDE)
  805            End-If
  806            Move 'N' to CV-DLT-OLD-FIRST-SW
  807            Move CV-WRK-KEY to CV-DLT-LAST-OLD-KEY
  808      End-Read
  809      .


  812  Write-Add-Record.
  813      Add 1 to CV-DLT-ADD-COUNT
  814      Move CV-DLT-ACTION-ADD to DELTA-REC (1 : 1)
  815      Move CV-SRT-IMAGE (1 : CV-SRT-LEN)
  816         to DELTA-REC (2 : CV-SRT-LEN)
  817      Compute CV-DLT-OUT-REC-LEN = CV-SRT-LEN + 1
  818      Perform Write-Delta-Record
  819      .


  822  Write-Change-Record.
  823      Add 1 to CV-DLT-CHANGE-COUNT
  824      Move CV-DLT-ACTION-CHANGE to DELTA-REC (1 : 1)
  825      Move CV-SRT-IMAGE (1 : CV-SRT-LEN)
  826         to DELTA-REC (2 : CV-SRT-LEN)
  827      Compute CV-DLT-OUT-REC-LEN = CV-SRT-LEN + 1
  828      Perform Write-Delta-Record
  829      .


  832  Write-Delete-Record.
  833      Add 1 to CV-DLT-DELETE-COUNT
  834      Move CV-DLT-ACTION-DELETE to DELTA-REC (1 : 1)
  835      Move CV-WRK-IMAGE (1 : CV-WRK-LEN)
  836         to DELTA-REC (2 : CV-WRK-LEN)
  837      Compute CV-DLT-OUT-REC-LEN = CV-WRK-LEN + 1
  838      Perform Write-Delta-Record
  839      .


      * A delta that cannot be written whole must not be taken for
      * one that was: the failure is counted against the tie-out.
  844  Write-Delta-Record.
  845      Write DELTA-REC
  846      If CV-DLT-DELTA-STATUS = '00'
  847         Add 1 to CV-DLT-WRITTEN-COUNT
  848      Else
  849         Display 'ICVRTDLT: DELTA WRITE FAILED - STATUS '
  850            CV-DLT-DELTA-STATUS
  851         Set CV-DLT-FAILS-TO-TIE to True
  852      End-If
  853      .


      * Each file's data records against its own trailer, then the
      * actions against both: tonight's data records are the adds,
      * changes and unchanged records; the prior generation's are
      * the deletes, changes and unchanged records.  A record too
      * long to sort is counted as data but matched as nothing, so
      * it shows up here as a figure that does not tie.
  862  Report-Delta-Counts.
  863      Move CV-DELTA-DSN (1 : 44) to CV-DLT-FEED-NAME
  864      Move CV-DLT-WRITTEN-COUNT to CV-DLT-WRITTEN-ED
  865      Move CV-DLT-NEW-SIDE to CV-DLT-SIDE-SUB
  866      Perform Check-Trailer-Tie
  867      Move CV-DLT-OLD-SIDE to CV-DLT-SIDE-SUB
  868      Perform Check-Trailer-Tie
  869      Compute CV-DLT-SUM-NEW = CV-DLT-ADD-COUNT
  870         + CV-DLT-CHANGE-COUNT + CV-DLT-SAME-COUNT
  871      Compute CV-DLT-SUM-OLD = CV-DLT-DELETE-COUNT
  872         + CV-DLT-CHANGE-COUNT + CV-DLT-SAME-COUNT
  873      If CV-DLT-SUM-NEW Not = CV-DLT-SD-DATA (CV-DLT-NEW-SIDE)
  874         Or CV-DLT-SUM-OLD Not = CV-DLT-SD-DATA (CV-DLT-OLD-SIDE)
  875         Or CV-DLT-WRITTEN-COUNT Not = CV-DLT-ADD-COUNT
  876            + CV-DLT-CHANGE-COUNT + CV-DLT-DELETE-COUNT
  877         Set CV-DLT-FAILS-TO-TIE to True
  878      End-If
  879      Evaluate True
  880         When CV-DLT-FAILS-TO-TIE
  881            Move 'FAIL' to CV-DLT-VERDICT
  882         When CV-DLT-SD-DUPS (CV-DLT-NEW-SIDE) > 0
  883            Or CV-DLT-SD-DUPS (CV-DLT-OLD-SIDE) > 0
  884            Move 'WARN' to CV-DLT-VERDICT
  885         When Other
  886            Move 'PASS' to CV-DLT-VERDICT
  887      End-Evaluate
  888      Write DELTA-REPORT-LINE From CV-DLT-FEED-LINE
  889      Display CV-DLT-FEED-LINE

  891      Move 'TONIGHT  ' to CV-DLT-NAME-LABEL
  892      Move CV-OUTFILE-DSN (1 : 44) to CV-DLT-NAME-DSN
  893      Write DELTA-REPORT-LINE From CV-DLT-NAME-LINE
  894      Move 'PRIOR    ' to CV-DLT-NAME-LABEL
  895      Move CV-PRIOR-DSN (1 : 44) to CV-DLT-NAME-DSN
  896      Write DELTA-REPORT-LINE From CV-DLT-NAME-LINE

  898      Move 'TONIGHT  ' to CV-DLT-TIE-LABEL
  899      Move CV-DLT-NEW-SIDE to CV-DLT-SIDE-SUB
  900      Perform Write-Trailer-Tie-Line
  901      Move 'PRIOR    ' to CV-DLT-TIE-LABEL
  902      Move CV-DLT-OLD-SIDE to CV-DLT-SIDE-SUB
  903      Perform Write-Trailer-Tie-Line

  905      Move CV-DLT-ADD-COUNT to CV-DLT-ADD-ED
  906      Move CV-DLT-CHANGE-COUNT to CV-DLT-CHANGE-ED
  907      Move CV-DLT-DELETE-COUNT to CV-DLT-DELETE-ED
  908      Move CV-DLT-SAME-COUNT to CV-DLT-SAME-ED
  909      Write DELTA-REPORT-LINE From CV-DLT-ACTION-LINE

  911      Move 'ADDED + CHANGED + UNCHANGED = TONIGHT'
  912         to CV-DLT-SUM-LABEL
  913      Move CV-DLT-SUM-NEW to CV-DLT-SUM-ED
  914      If CV-DLT-SUM-NEW = CV-DLT-SD-DATA (CV-DLT-NEW-SIDE)
  915         Move 'TIES' to CV-DLT-SUM-RESULT
  916      Else
  917         Move 'DOES NOT TIE' to CV-DLT-SUM-RESULT
  918      End-If
  919      Write DELTA-REPORT-LINE From CV-DLT-SUM-LINE
  920      Move 'DELETED + CHANGED + UNCHANGED = PRIOR'
  921         to CV-DLT-SUM-LABEL
  922      Move CV-DLT-SUM-OLD to CV-DLT-SUM-ED
  923      If CV-DLT-SUM-OLD = CV-DLT-SD-DATA (CV-DLT-OLD-SIDE)
  924         Move 'TIES' to CV-DLT-SUM-RESULT
  925      Else
  926         Move 'DOES NOT TIE' to CV-DLT-SUM-RESULT
  927      End-If
  928      Write DELTA-REPORT-LINE From CV-DLT-SUM-LINE

  930      Move 'TONIGHT  ' to CV-DLT-DUP-LABEL
  931      Move CV-DLT-NEW-SIDE to CV-DLT-SIDE-SUB
  932      Perform Write-Exception-Lines
  933      Move 'PRIOR    ' to CV-DLT-DUP-LABEL
  934      Move CV-DLT-OLD-SIDE to CV-DLT-SIDE-SUB
  935      Perform Write-Exception-Lines
  936      Write DELTA-REPORT-LINE From CV-DLT-SPACER
  937      .


      * A feed without control records has no trailer to tie to and
      * passes on its record counts alone; an 'H' feed's file must
      * carry a numeric trailer count equal to its data records.
  943  Check-Trailer-Tie.
  944      Move 'Y' to CV-DLT-SD-TIES-SW (CV-DLT-SIDE-SUB)
  945      If CV-HDRTRL-EXPECTED
  946         If CV-DLT-SD-TRL-STATE (CV-DLT-SIDE-SUB) Not = 'Y'
  947            Or CV-DLT-SD-TRL-COUNT (CV-DLT-SIDE-SUB)
  948               Not = CV-DLT-SD-DATA (CV-DLT-SIDE-SUB)
  949            Move 'N' to CV-DLT-SD-TIES-SW (CV-DLT-SIDE-SUB)
  950            Set CV-DLT-FAILS-TO-TIE to True
  951         End-If
  952      End-If
  953      If CV-DLT-SD-TOO-LONG (CV-DLT-SIDE-SUB) > 0
  954         Set CV-DLT-FAILS-TO-TIE to True
  955      End-If
  956      .


  959  Write-Trailer-Tie-Line.
  960      Move CV-DLT-SD-DATA (CV-DLT-SIDE-SUB) to CV-DLT-TIE-DATA-ED
  961      Move Spaces to CV-DLT-TIE-TRL-ED
  962      Evaluate True
  963         When Not CV-HDRTRL-EXPECTED
  964            Move 'NONE' to CV-DLT-TIE-TRL-ED
  965            Move 'NO CONTROL RECS' to CV-DLT-TIE-RESULT
  966         When CV-DLT-SD-TRL-STATE (CV-DLT-SIDE-SUB) = 'N'
  967            Move 'MISSING' to CV-DLT-TIE-TRL-ED
  968            Move 'DOES NOT TIE' to CV-DLT-TIE-RESULT
  969         When CV-DLT-SD-TRL-STATE (CV-DLT-SIDE-SUB) = 'X'
  970            Move 'NOT NUM' to CV-DLT-TIE-TRL-ED
  971            Move 'DOES NOT TIE' to CV-DLT-TIE-RESULT
  972         When Other
  973            Move CV-DLT-SD-TRL-COUNT (CV-DLT-SIDE-SUB)
  974               to CV-DLT-TRL-ED
  975            Move CV-DLT-TRL-ED to CV-DLT-TIE-TRL-ED
  976            If CV-DLT-SD-TIES-SW (CV-DLT-SIDE-SUB) = 'Y'
  977               Move 'TIES' to CV-DLT-TIE-RESULT
  978            Else
  979               Move 'DOES NOT TIE' to CV-DLT-TIE-RESULT
  980            End-If
  981      End-Evaluate
  982      Write DELTA-REPORT-LINE From CV-DLT-TIE-LINE
  983      .


  986  Write-Exception-Lines.
  987      If CV-DLT-SD-DUPS (CV-DLT-SIDE-SUB) > 0
  988         Move CV-DLT-SD-DUPS (CV-DLT-SIDE-SUB) to CV-DLT-DUP-ED
  989         Write DELTA-REPORT-LINE From CV-DLT-DUP-LINE
  990      End-If
  991      If CV-DLT-SD-TOO-LONG (CV-DLT-SIDE-SUB) > 0
  992         Move CV-DLT-DUP-LABEL to CV-DLT-LONG-LABEL
  993         Move CV-DLT-SD-TOO-LONG (CV-DLT-SIDE-SUB)
  994            to CV-DLT-LONG-ED
  995         Write DELTA-REPORT-LINE From CV-DLT-LONG-LINE
  996      End-If
  997      .
