      * the driver repoints them per entry and a standalone run gets
      * the usual fixed ddnames.  VERRPT is opened extend so a night
      * of driver entries accumulates one report.
      *
      * A UTF-8 output feed ('U' on the control card) is decoded
      * back to single-byte text before the reconversion: each code
      * point goes back to its single-byte value through the same
      * DBCSTBL Unicode table ICVRT02 encoded with, or - on a DBCS
      * feed - to its double-byte EBCDIC pair, with shift-out and
      * shift-in put back around each run of double-byte characters
      * so the decoded record lines up with INFILE byte for byte.
      * A byte sequence that is not UTF-8, or a code point the table
      * cannot take back, fails the record with its offset.
      *
      * A FAIL is also an operations event (ICV106E).  Under the
      * driver this program leaves the event type and its reason in
      * the shared event context and the driver raises it for the
      * entry; run on its own, it calls ICVRTEVT itself, under its
      * own run identifier.

   48  ENVIRONMENT DIVISION.
   49  INPUT-OUTPUT SECTION.
   50  FILE-CONTROL.
   51      SELECT INPUT-FILE  ASSIGN TO DYNAMIC CV-INFILE-DSN
   52          ORGANIZATION IS SEQUENTIAL
   53          FILE STATUS IS CV-VFY-INFILE-STATUS.

   55      SELECT OUTPUT-IN-FILE ASSIGN TO DYNAMIC CV-OUTFILE-DSN
   56          ORGANIZATION IS SEQUENTIAL
   57          FILE STATUS IS CV-VFY-OUTFILE-STATUS.

   59      SELECT CONTROL-CARD-FILE ASSIGN TO DYNAMIC CV-CTLCARD-DSN
   60          ORGANIZATION IS LINE SEQUENTIAL
   61          FILE STATUS IS CV-VFY-CTLCARD-STATUS.

   63      SELECT FIELD-MAP-FILE ASSIGN TO DYNAMIC CV-FLDMAP-DSN
   64          ORGANIZATION IS LINE SEQUENTIAL
   65          FILE STATUS IS CV-VFY-FLDMAP-STATUS.

   67      SELECT TABLE-LIB-FILE ASSIGN TO DYNAMIC CV-TBLLIB-DSN
   68          ORGANIZATION IS LINE SEQUENTIAL
   69          FILE STATUS IS CV-VFY-TBLLIB-STATUS.

   71      SELECT UNICODE-TABLE-FILE ASSIGN TO DYNAMIC CV-DBCSTBL-DSN
   72          ORGANIZATION IS LINE SEQUENTIAL
   73          FILE STATUS IS CV-VFY-DBCSTBL-STATUS.

   75      SELECT VERIFY-REPORT-FILE ASSIGN TO VERRPT
   76          ORGANIZATION IS LINE SEQUENTIAL
   77          FILE STATUS IS CV-VFY-VERRPT-STATUS.

   79  DATA DIVISION.
   80  FILE SECTION.

   82  FD  INPUT-FILE
   83      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   84      DEPENDING ON CV-VFY-IN-REC-LEN.
   85  01  IN-REC                     PIC X(32756).

   87  FD  OUTPUT-IN-FILE
   88      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
   89      DEPENDING ON CV-VFY-OUT-REC-LEN.
   90  01  OUT-IN-REC                 PIC X(32756).

   92  FD  CONTROL-CARD-FILE.
   93  01  CTLCARD-LINE               PIC X(80).

   95  FD  FIELD-MAP-FILE.
   96  01  FLDMAP-LINE                PIC X(80).

   98  FD  TABLE-LIB-FILE.
   99  01  TBLLIB-LINE                PIC X(80).

  101  FD  UNICODE-TABLE-FILE.
  102  01  DBCSTBL-LINE               PIC X(80).

  104  FD  VERIFY-REPORT-FILE.
  105  01  VERIFY-REPORT-LINE         PIC X(100).

  107  WORKING-STORAGE SECTION.

  109  COPY CVDDNAME.
  110  COPY EVENTREC.
  111  COPY EVENTCTX.

      * The built-in CP037 pair, exactly as the conversion programs
      * carry it; a control card naming another code page replaces
      * both from the TBLLIB library at startup.
  116  01  EBCDIC-Set-01  PIC  X(256) Value
  117         X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B
      -        '1C1D1E1F202122232425262728292A2B2C2D2E2F3031323334353637
      -        '38393A3B3C3D3E3F404142434445464748494A4B4C4D4E4F50515253
      -        '5455565758595A5B5C5D5E5F606162636465666768696A6B6C6D6E6F
      -        'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEFF0F1F2F3F4F5F6F7F8F9FAFB
      -        'FCFDFEFF'.

  128  01  ASCII-Set-01   PIC  X(256) Value
  129         X'000102039C09867F978D8E0B0C0D0E0F101112139D8508871819928F
      -        '1C1D1E1F80818283840A171B88898A8B8C0506079091169394959604
      -        '98999A9B14159E1A20A0E2E4E0E1E3E5E7F1A22E3C282B7C26E9EAEB
      -        'E8EDEEEFECDF21242A293BAC2D2FC2C4C0C1C3C5C7D1A62C255F3E3F
      -        '5CF7535455565758595AB2D4D6D2D3D530313233343536373839B3DB
      -        'DCD9DA9F'.

  140  01  DOC-01                     PIC X(32756).
  141  01  CV-VFY-AS-READ             PIC X(32756).
  142  01  CV-VFY-IN-IMAGE            PIC X(32756).

  144  01  CV-VFY-INFILE-STATUS       PIC X(02) Value '00'.
  145  01  CV-VFY-OUTFILE-STATUS      PIC X(02) Value '00'.
  146  01  CV-VFY-CTLCARD-STATUS      PIC X(02) Value '00'.
  147  01  CV-VFY-FLDMAP-STATUS       PIC X(02) Value '00'.
  148  01  CV-VFY-TBLLIB-STATUS       PIC X(02) Value '00'.
  149  01  CV-VFY-DBCSTBL-STATUS      PIC X(02) Value '00'.
  150  01  CV-VFY-VERRPT-STATUS       PIC X(02) Value '00'.

  152  01  CV-VFY-IN-REC-LEN          PIC 9(05) COMP.
  153  01  CV-VFY-OUT-REC-LEN         PIC 9(05) COMP.

  155  01  CV-VFY-IN-EOF-SW           PIC X(01) Value 'N'.
  156      88 CV-VFY-IN-EOF                Value 'Y'.
  157  01  CV-VFY-OUT-EOF-SW          PIC X(01) Value 'N'.
  158      88 CV-VFY-OUT-EOF               Value 'Y'.
  159  01  CV-VFY-DONE-SW             PIC X(01) Value 'N'.
  160      88 CV-VFY-DONE                  Value 'Y'.
  161  01  CV-FLDMAP-EOF-SWITCH       PIC X(01) Value 'N'.
  162      88 CV-FLDMAP-EOF                Value 'Y'.
  163  01  CV-FLDMAP-PRESENT-SW       PIC X(01) Value 'N'.
  164      88 CV-FLDMAP-PRESENT            Value 'Y'.
  165  01  CV-TBLLIB-EOF-SWITCH       PIC X(01) Value 'N'.
  166      88 CV-TBLLIB-EOF                Value 'Y'.
  167  01  CV-TBL-FOUND-SWITCH        PIC X(01) Value 'N'.
  168      88 CV-TBL-MEMBER-FOUND          Value 'Y'.
  169  01  CV-TBL-SCAN-SWITCH         PIC X(01) Value 'N'.
  170      88 CV-TBL-SCAN-DONE             Value 'Y'.

      * The same control-card view ICVRT02 reads; only direction,
      * code page, the DBCS flag, the reformat byte and the UTF-8
      * byte matter to a verification pass.
  175  01  CV-CTLCARD-VIEW REDEFINES CTLCARD-LINE.
  176      05 CV-DIRECTION            PIC X(01).
  177         88 CV-DIR-EBCDIC-TO-ASCII     Value 'E'.
  178         88 CV-DIR-ASCII-TO-EBCDIC     Value 'A'.
  179      05 FILLER                  PIC X(01).
  180      05 CV-CODEPAGE-NAME        PIC X(08).
  181      05 FILLER                  PIC X(01).
  182      05 CV-HDRTRL-FLAG          PIC X(01).
  183         88 CV-HDRTRL-EXPECTED         Value 'H'.
  184      05 FILLER                  PIC X(01).
  185      05 CV-DBCS-FLAG            PIC X(01).
  186         88 CV-DBCS-EXPECTED           Value 'D'.
  187      05 FILLER                  PIC X(01).
  188      05 CV-AUDIT-LEVEL          PIC X(01).
  189      05 FILLER                  PIC X(01).
  190      05 CV-REFORMAT-FLAG        PIC X(01).
  191         88 CV-REFORMAT-ACTIVE         Value 'R'.
  192      05 FILLER                  PIC X(05).
  193      05 CV-UTF8-FLAG            PIC X(01).
  194         88 CV-UTF8-OUTPUT             Value 'U'.
  195      05 FILLER                  PIC X(56).

  197  01  CV-FLDMAP-VIEW REDEFINES FLDMAP-LINE.
  198      05 CV-FLD-TYPE             PIC X(04).
  199         88 CV-FLD-IS-CHAR            Value 'CHAR'.
  200         88 CV-FLD-IS-ZONE            Value 'ZONE'.
  201         88 CV-FLD-IS-PACK            Value 'PACK'.
  202         88 CV-FLD-IS-BIN             Value 'BIN '.
  203      05 FILLER                  PIC X(01).
  204      05 CV-FLD-OFFSET           PIC 9(05).
  205      05 FILLER                  PIC X(01).
  206      05 CV-FLD-LENGTH           PIC 9(05).
  207      05 FILLER                  PIC X(64).

  209  01  CV-TBLLIB-HDR-VIEW REDEFINES TBLLIB-LINE.
  210      05 CV-TBL-HDR-KEYWORD      PIC X(08).
  211         88 CV-TBL-IS-HEADER          Value 'CODEPAGE'.
  212      05 FILLER                  PIC X(01).
  213      05 CV-TBL-HDR-NAME         PIC X(08).
  214      05 FILLER                  PIC X(01).
  215      05 CV-TBL-HDR-VERSION      PIC X(03).
  216      05 FILLER                  PIC X(01).
  217      05 CV-TBL-HDR-EFFDATE      PIC X(08).
  218      05 FILLER                  PIC X(50).
  219  01  CV-TBLLIB-CARD-VIEW REDEFINES TBLLIB-LINE.
  220      05 CV-TBL-CARD-SET         PIC X(01).
  221         88 CV-TBL-CARD-EBCDIC        Value 'E'.
  222         88 CV-TBL-CARD-ASCII         Value 'A'.
  223      05 FILLER                  PIC X(01).
  224      05 CV-TBL-CARD-SEQ         PIC 9(02).
  225      05 FILLER                  PIC X(01).
  226      05 CV-TBL-CARD-HEX         PIC X(32).
  227      05 FILLER                  PIC X(43).

  229  01  CV-LIB-EBCDIC-TBL          PIC X(256).
  230  01  CV-LIB-ASCII-TBL           PIC X(256).
  231  01  CV-TBL-E-CARD-COUNT        PIC 9(03) COMP Value ZERO.
  232  01  CV-TBL-A-CARD-COUNT        PIC 9(03) COMP Value ZERO.
  233  01  CV-TBL-CARD-OFFSET         PIC 9(03) COMP.
  234  01  CV-TBL-PAIR-SUB            PIC 9(03) COMP.
  235  01  CV-TBL-BYTE-IX             PIC 9(03) COMP.
  236  01  CV-TBL-HEX-PAIR            PIC X(02).
  237  01  CV-TBL-E-SEEN              PIC X(16) Value ALL 'N'.
  238  01  CV-TBL-A-SEEN              PIC X(16) Value ALL 'N'.

      * Version selection, the same rule ICVRT02 applies: among the
      * named code page's versions effective by the run date, the
      * latest effective date wins and the higher version breaks a
      * tie - the verification must reconvert under the exact
      * edition the conversion ran with.
  245  01  CV-VFY-RUN-DATE            PIC 9(08).
  246  01  CV-VFY-RUN-ID.
  247      05 CV-VFY-RUN-ID-DATE      PIC 9(08).
  248      05 CV-VFY-RUN-ID-TIME      PIC 9(08).
  249  01  CV-VFY-EVT-REASON.
  250      05 FILLER                  PIC X(21) Value
  251         'ROUND TRIP FAILED ON '.
  252      05 CV-VFY-EVT-RECS         PIC 9(09).
  253      05 FILLER                  PIC X(08) Value ' RECORDS'.
  254  01  CV-TBL-CAND-VER            PIC X(03).
  255  01  CV-TBL-CAND-DATE           PIC X(08).
  256  01  CV-TBL-BEST-VER            PIC X(03).
  257  01  CV-TBL-BEST-DATE           PIC X(08).
  258  01  CV-TBL-NAME-SEEN-SW        PIC X(01) Value 'N'.
  259      88 CV-TBL-NAME-SEEN             Value 'Y'.
  260  01  CV-TBL-COLLECT-SW          PIC X(01) Value 'N'.
  261      88 CV-TBL-COLLECTING             Value 'Y'.

  263  01  CV-BYTE-CLASS              PIC X(32756).
  264  01  CV-FLD-END                 PIC 9(05) COMP.
  265  01  CV-FLDMAP-REC-COUNT        PIC 9(03) COMP Value ZERO.
  266  01  CV-BYTE-INDEX              PIC 9(05) COMP.
  267  01  CV-SPAN-START              PIC 9(05) COMP.
  268  01  CV-SPAN-LEN                PIC 9(05) COMP.
  269  01  CV-SPAN-DONE-SWITCH       PIC X(01).
  270      88 CV-SPAN-DONE                 Value 'Y'.

  272  01  CV-ZONE-SIGN-EBCDIC        PIC X(30) Value
  273         X'C0C1C2C3C4C5C6C7C8C9D0D1D2D3D4D5D6D7D8D9F0F1F2F3F4F5F6F7
      -        'F8F9'.
  275  01  CV-ZONE-SIGN-ASCII         PIC X(30) Value
  276         X'30313233343536373839707172737475767778793031323334353637
      -        '3839'.
  278  01  CV-ZONE-SIGN-ASC-IN        PIC X(20) Value
  279         X'3031323334353637383970717273747576777879'.
  280  01  CV-ZONE-SIGN-EBC-OUT       PIC X(20) Value
  281         X'F0F1F2F3F4F5F6F7F8F9D0D1D2D3D4D5D6D7D8D9'.

  283  01  CV-SHIFT-OUT-BYTE          PIC X(01) Value X'0E'.
  284  01  CV-SHIFT-IN-BYTE           PIC X(01) Value X'0F'.
  285  01  CV-DBCS-RUN-SWITCH         PIC X(01) Value 'N'.
  286      88 CV-DBCS-IN-RUN               Value 'Y'.
  287  01  CV-EFF-CLASS               PIC X(01).
  288  01  CV-EFF-LAST-INDEX          PIC 9(05) COMP Value ZERO.

      * The DBCSTBL Unicode table, in the card layout ICVRT02 reads,
      * turned around for decoding: each code point indexes the
      * single-byte value it came from (with a set flag, since X'00'
      * is a real value) and the double-byte pair it came from (low-
      * values = none).  Single-byte values start at their Latin-1
      * code points exactly as they do on the encoding side.
  296  01  CV-DBCSTBL-VIEW REDEFINES DBCSTBL-LINE.
  297      05 CV-UNI-CARD-TYPE        PIC X(01).
  298         88 CV-UNI-CARD-SINGLE          Value 'S'.
  299         88 CV-UNI-CARD-DOUBLE          Value 'D'.
  300         88 CV-UNI-CARD-COMMENT         Value '*' SPACE.
  301      05 FILLER                  PIC X(01).
  302      05 CV-UNI-CARD-CHAR-HEX    PIC X(04).
  303      05 FILLER                  PIC X(01).
  304      05 CV-UNI-CARD-POINT-HEX   PIC X(04).
  305      05 FILLER                  PIC X(69).

  307  01  CV-UNI-SBCS-TABLE.
  308      05 CV-UNI-SBCS-POINT Occurs 256
  309                                 PIC 9(05) COMP.
  310  01  CV-UNI-SBCS-REV-TABLE.
  311      05 CV-UNI-SBCS-REV Occurs 65536.
  312         10 CV-UNI-SBCS-REV-SET  PIC X(01).
  313         10 CV-UNI-SBCS-REV-BYTE PIC X(01).
  314  01  CV-UNI-DBCS-REV-TABLE.
  315      05 CV-UNI-DBCS-REV Occurs 65536
  316                                 PIC X(02).
  317  01  CV-UNI-DBCS-COUNT          PIC 9(05) COMP Value ZERO.
  318  01  CV-UNI-SUB                 PIC 9(05) COMP.
  319  01  CV-UNI-EOF-SW              PIC X(01) Value 'N'.
  320      88 CV-UNI-EOF                   Value 'Y'.
  321  01  CV-UNI-PAIR-BYTES          PIC X(02).
  322  01  CV-UNI-POINT-CELL.
  323      05 FILLER                  PIC X(02) Value Low-Values.
  324      05 CV-UNI-POINT-BYTES      PIC X(02).
  325  01  CV-UNI-POINT-BIN REDEFINES CV-UNI-POINT-CELL
  326                                 PIC 9(09) COMP.

      * Decode work areas: the UTF-8 record is read through the
      * input pointer and the single-byte image built up in the
      * decode area, shift codes re-inserted as the walk moves in
      * and out of double-byte characters.
  332  01  CV-ORDINAL-CELL.
  333      05 FILLER                  PIC X(01) Value Low-Value.
  334      05 CV-ORDINAL-BYTE         PIC X(01).
  335  01  CV-ORDINAL-BIN REDEFINES CV-ORDINAL-CELL
  336                                 PIC 9(04) COMP.
  337  01  CV-VFY-DECODED             PIC X(32756).
  338  01  CV-VFY-DEC-LEN             PIC 9(05) COMP.
  339  01  CV-VFY-UTF-PTR             PIC 9(05) COMP.
  340  01  CV-VFY-NEXT-POS            PIC 9(05) COMP.
  341  01  CV-UTF-POINT               PIC 9(05) COMP.
  342  01  CV-UTF-SEQ-LEN             PIC 9(01) COMP.
  343  01  CV-UTF-CONT-SUB            PIC 9(01) COMP.
  344  01  CV-VFY-DEC-RUN-SW          PIC X(01).
  345      88 CV-VFY-DEC-IN-RUN            Value 'Y'.
  346  01  CV-VFY-DECODE-SW           PIC X(01) Value 'N'.
  347      88 CV-VFY-DECODE-FAILED         Value 'Y'.

  349  01  CV-VFY-DECODE-LINE.
  350      05 FILLER                  PIC X(01) Value SPACE.
  351      05 CV-VFY-DEC-REC-NBR      PIC ZZZZZZZZ9.
  352      05 FILLER                  PIC X(18) Value
  353         ' - OUTFILE OFFSET '.
  354      05 CV-VFY-DEC-OFFSET       PIC ZZZZ9.
  355      05 FILLER                  PIC X(40) Value
  356         ' - NOT UTF-8 OR NOT IN THE UNICODE TABLE'.

  358  01  CV-VFY-RECORD-COUNT        PIC 9(09) COMP Value ZERO.
  359  01  CV-VFY-MISMATCH-BYTES      PIC 9(09) COMP Value ZERO.
  360  01  CV-VFY-MISMATCH-RECS       PIC 9(09) COMP Value ZERO.
  361  01  CV-VFY-DETAIL-COUNT        PIC 9(05) COMP Value ZERO.
  362  01  CV-VFY-DETAIL-LIMIT        PIC 9(05) COMP Value 100.
  363  01  CV-VFY-REC-MISM-SW         PIC X(01).
  364      88 CV-VFY-REC-MISMATCHED        Value 'Y'.
  365  01  CV-VFY-IN-HEX              PIC X(02).
  366  01  CV-VFY-RECONV-HEX          PIC X(02).

      * Header/trailer recognition tags, the same hex pairs ICVRT02
      * matches - here against the OUTFILE record as read, which is
      * 'H' feed with a field map would leave the control records'
      * pass-through positions untouched on the way back and report
      * spurious mismatches.
  376  01  CV-HDR-TAG-EBCDIC          PIC X(03) Value X'C8C4D9'.
  377  01  CV-TRL-TAG-EBCDIC          PIC X(03) Value X'E3D9D3'.
  378  01  CV-HDR-TAG-ASCII           PIC X(03) Value X'484452'.
  379  01  CV-TRL-TAG-ASCII           PIC X(03) Value X'54524C'.
  380  01  CV-VREC-KIND               PIC X(01) Value 'D'.
  381      88 CV-VREC-IS-DATA              Value 'D'.
  382      88 CV-VREC-IS-HEADER            Value 'H'.
  383      88 CV-VREC-IS-TRAILER           Value 'T'.

  385  01  CV-VFY-FEED-LINE.
  386      05 CV-VFY-FEED-NAME        PIC X(44).
  387      05 FILLER                  PIC X(03) Value SPACES.
  388      05 CV-VFY-VERDICT          PIC X(04).
  389      05 FILLER                  PIC X(10) Value ' RECORDS='.
  390      05 CV-VFY-RECS-ED          PIC ZZZZZZZZ9.
  391      05 FILLER                  PIC X(17) Value
  392         ' MISMATCH BYTES='.
  393      05 CV-VFY-MISM-ED          PIC ZZZZZZZZ9.

  395  01  CV-VFY-DETAIL-LINE.
  396      05 FILLER                  PIC X(01) Value SPACE.
  397      05 CV-VFY-DET-REC-NBR      PIC ZZZZZZZZ9.
  398      05 FILLER                  PIC X(11) Value ' - OFFSET '.
  399      05 CV-VFY-DET-OFFSET       PIC ZZZZ9.
  400      05 FILLER                  PIC X(14) Value ' - INFILE X'''.
  401      05 CV-VFY-DET-IN-HEX       PIC X(02).
  402      05 FILLER                  PIC X(15) Value
  403         ''' - RECONV X'''.
  404      05 CV-VFY-DET-RC-HEX       PIC X(02).
  405      05 FILLER                  PIC X(01) Value ''''.

  407  01  CV-VFY-LENGTH-LINE.
  408      05 FILLER                  PIC X(01) Value SPACE.
  409      05 CV-VFY-LEN-REC-NBR      PIC ZZZZZZZZ9.
  410      05 FILLER                  PIC X(33) Value
  411         ' - RECORD LENGTHS DO NOT MATCH'.

  413  01  CV-VFY-COUNT-LINE          PIC X(44) Value
  414      ' INFILE AND OUTFILE RECORD COUNTS DIFFER'.

  416  01  CV-VFY-MORE-LINE           PIC X(44) Value
  417      ' FURTHER BYTE DETAIL SUPPRESSED - SEE COUNTS'.

  419  01  CV-VFY-SKIP-LINE.
  420      05 CV-VFY-SKIP-NAME        PIC X(44).
  421      05 FILLER                  PIC X(36) Value
  422         '   SKIP REFORMAT FEED - NOT VERIFIED'.

  424  LINKAGE SECTION.

  426  PROCEDURE DIVISION.

  428  0000-MAINLINE.
  429      Accept CV-VFY-RUN-DATE From Date YYYYMMDD
  430      Move CV-VFY-RUN-DATE to CV-VFY-RUN-ID-DATE
  431      Accept CV-VFY-RUN-ID-TIME From Time
  432      Perform Establish-Default-DDNAMES
  433      Perform Establish-Verify-Control
  434      Perform Open-Verify-Report

  436      If CV-REFORMAT-ACTIVE
  437         Move CV-INFILE-DSN (1 : 44) to CV-VFY-SKIP-NAME
  438         Write VERIFY-REPORT-LINE From CV-VFY-SKIP-LINE
  439         Display CV-VFY-SKIP-LINE
  440         Close VERIFY-REPORT-FILE
  441         Move 4 to Return-Code
  442         Goback
  443      End-If

  445      Perform Build-Byte-Class-Map

  447      Open Input INPUT-FILE
  448      If CV-VFY-INFILE-STATUS Not = '00'
  449         Display 'ICVRTVFY: INFILE OPEN FAILED - STATUS '
  450            CV-VFY-INFILE-STATUS
  451         Move 16 to Return-Code
  452         Goback
  453      End-If
  454      Open Input OUTPUT-IN-FILE
  455      If CV-VFY-OUTFILE-STATUS Not = '00'
  456         Display 'ICVRTVFY: OUTFILE OPEN FAILED - STATUS '
  457            CV-VFY-OUTFILE-STATUS
  458         Move 16 to Return-Code
  459         Goback
  460      End-If

  462      Perform Verify-One-Record
  463         Until CV-VFY-DONE

  465      Move CV-INFILE-DSN (1 : 44) to CV-VFY-FEED-NAME
  466      Move CV-VFY-RECORD-COUNT to CV-VFY-RECS-ED
  467      Move CV-VFY-MISMATCH-BYTES to CV-VFY-MISM-ED
  468      If CV-VFY-MISMATCH-BYTES = 0
  469         And CV-VFY-MISMATCH-RECS = 0
  470         Move 'PASS' to CV-VFY-VERDICT
  471      Else
  472         Move 'FAIL' to CV-VFY-VERDICT
  473         Perform Raise-Round-Trip-Event
  474         Move 8 to Return-Code
  475      End-If
  476      Write VERIFY-REPORT-LINE From CV-VFY-FEED-LINE
  477      Display CV-VFY-FEED-LINE

  479      Close INPUT-FILE
  480      Close OUTPUT-IN-FILE
  481      Close VERIFY-REPORT-FILE
  482      Goback.


      * The event goes out before the step's 8 is set - the call to
      * ICVRTEVT would otherwise clear it.
  487  Raise-Round-Trip-Event.
  488      Move CV-VFY-MISMATCH-RECS to CV-VFY-EVT-RECS
  489      If CV-EVT-RUN-ID = SPACES Or LOW-VALUES
  490         Move Spaces to CV-EVENT-RECORD
  491         Set CV-EV-RTRIP to True
  492         Move 'ICVRTVFY' to CV-EV-PROGRAM
  493         Move CV-INFILE-DSN (1 : 44) to CV-EV-DATASET
  494         Move ZERO to CV-EV-ENTRY-NBR
  495         Move CV-VFY-RUN-ID to CV-EV-RUN-ID
  496         Move 8 to CV-EV-RETURN-CODE
  497         Move CV-VFY-EVT-REASON to CV-EV-REASON
  498         Call 'ICVRTEVT' Using CV-EVENT-RECORD
  499      Else
  500         Move 'RTRIP' to CV-EVT-EVENT-TYPE
  501         Move CV-VFY-EVT-REASON to CV-EVT-REASON
  502      End-If
  503      .


  506  Establish-Default-DDNAMES.
  507      If CV-INFILE-DSN = SPACES Or LOW-VALUES
  508         Move 'INFILE' to CV-INFILE-DSN
  509      End-If
  510      If CV-OUTFILE-DSN = SPACES Or LOW-VALUES
  511         Move 'OUTFILE' to CV-OUTFILE-DSN
  512      End-If
  513      If CV-CTLCARD-DSN = SPACES Or LOW-VALUES
  514         Move 'CTLCARD' to CV-CTLCARD-DSN
  515      End-If
  516      If CV-FLDMAP-DSN = SPACES Or LOW-VALUES
  517         Move 'FLDMAP' to CV-FLDMAP-DSN
  518      End-If
  519      If CV-TBLLIB-DSN = SPACES Or LOW-VALUES
  520         Move 'TBLLIB' to CV-TBLLIB-DSN
  521      End-If
  522      If CV-DBCSTBL-DSN = SPACES Or LOW-VALUES
  523         Move 'DBCSTBL' to CV-DBCSTBL-DSN
  524      End-If
  525      .


      * The same card the conversion ran under, read the same way:
      * a missing or blank card means the documented defaults.  The
      * verification itself runs the opposite direction, so the card
      * byte is validated but not rewritten.
  532  Establish-Verify-Control.
  533      Move Spaces to CTLCARD-LINE
  534      Move 'E' to CV-DIRECTION
  535      Move 'CP037   ' to CV-CODEPAGE-NAME
  536      Open Input CONTROL-CARD-FILE
  537      If CV-VFY-CTLCARD-STATUS = '00'
  538         Read CONTROL-CARD-FILE
  539         Close CONTROL-CARD-FILE
  540         If CTLCARD-LINE = SPACES
  541            Move 'E' to CV-DIRECTION
  542            Move 'CP037   ' to CV-CODEPAGE-NAME
  543         End-If
  544      End-If
  545      If Not CV-DIR-EBCDIC-TO-ASCII
  546         And Not CV-DIR-ASCII-TO-EBCDIC
  547         Display 'ICVRTVFY: UNSUPPORTED DIRECTION - '
  548            CV-DIRECTION
  549         Move 16 to Return-Code
  550         Goback
  551      End-If
  552      If CV-CODEPAGE-NAME Not = 'CP037   '
  553         Perform Load-Codepage-Tables
  554      End-If
  555      If CV-UTF8-OUTPUT
  556         If Not CV-DIR-EBCDIC-TO-ASCII
  557            Display 'ICVRTVFY: UTF-8 OUTPUT NEEDS DIRECTION E'
  558            Move 16 to Return-Code
  559            Goback
  560         End-If
  561         Perform Load-Unicode-Tables
  562      End-If
  563      .


  566  Open-Verify-Report.
  567      Open Extend VERIFY-REPORT-FILE
  568      If CV-VFY-VERRPT-STATUS = '35'
  569         Open Output VERIFY-REPORT-FILE
  570      End-If
  571      If CV-VFY-VERRPT-STATUS Not = '00'
  572         Display 'ICVRTVFY: VERRPT OPEN FAILED - STATUS '
  573            CV-VFY-VERRPT-STATUS
  574         Move 16 to Return-Code
  575         Goback
  576      End-If
  577      .


      * One record pair per call, in lockstep: the reconverted
      * OUTFILE record must land byte for byte on the INFILE record
      * it came from.  One file ending before the other is a count
      * mismatch and fails the feed.
  584  Verify-One-Record.
  585      Read INPUT-FILE Into CV-VFY-IN-IMAGE
  586         At End
  587            Set CV-VFY-IN-EOF to True
  588      End-Read
  589      Read OUTPUT-IN-FILE Into DOC-01
  590         At End
  591            Set CV-VFY-OUT-EOF to True
  592      End-Read
  593      Evaluate True
  594         When CV-VFY-IN-EOF And CV-VFY-OUT-EOF
  595            Set CV-VFY-DONE to True
  596         When CV-VFY-IN-EOF Or CV-VFY-OUT-EOF
  597            Write VERIFY-REPORT-LINE From CV-VFY-COUNT-LINE
  598            Add 1 to CV-VFY-MISMATCH-RECS
  599            Set CV-VFY-DONE to True
  600         When Other
  601            Add 1 to CV-VFY-RECORD-COUNT
  602            Perform Verify-Record-Pair
  603      End-Evaluate
  604      .


      * A UTF-8 feed decodes first: the control-record tags are
      * plain ASCII either way, so the record is classified on its
      * UTF-8 form to know whether the field map applies to the
      * decode, and the decoded image then goes through the same
      * length check and reconversion as any other record.
  612  Verify-Record-Pair.
  613      Move 'N' to CV-VFY-DECODE-SW
  614      If CV-UTF8-OUTPUT
  615         Move Doc-01 to CV-VFY-AS-READ
  616         Perform Classify-Verify-Record
  617         Perform Decode-UTF8-Record
  618      End-If
  619      Evaluate True
  620         When CV-VFY-DECODE-FAILED
  621            Add 1 to CV-VFY-MISMATCH-RECS
  622         When CV-VFY-OUT-REC-LEN Not = CV-VFY-IN-REC-LEN
  623            Add 1 to CV-VFY-MISMATCH-RECS
  624            Move CV-VFY-RECORD-COUNT to CV-VFY-LEN-REC-NBR
  625            Write VERIFY-REPORT-LINE From CV-VFY-LENGTH-LINE
  626         When Other
  627            Move Doc-01 to CV-VFY-AS-READ
  628            Perform Classify-Verify-Record
  629            If Not CV-VREC-IS-DATA
  630               Perform Reconvert-Whole-Record
  631            Else
  632               Perform Reset-DBCS-Scan-State
  633               Move 1 to CV-BYTE-INDEX
  634               Perform Reconvert-Next-Span
  635                  Until CV-BYTE-INDEX > CV-VFY-OUT-REC-LEN
  636            End-If
  637            Move 'N' to CV-VFY-REC-MISM-SW
  638            Perform Compare-Record-Byte
  639               Varying CV-BYTE-INDEX From 1 By 1
  640               Until CV-BYTE-INDEX > CV-VFY-IN-REC-LEN
  641            If CV-VFY-REC-MISMATCHED
  642               Add 1 to CV-VFY-MISMATCH-RECS
  643            End-If
  644      End-Evaluate
  645      .


      * Every record is data unless the feed declares control
      * matched in the target-side character set because the tags
      * are read off the delivered OUTFILE - the mirror image of
      * ICVRT02's Classify-Control-Record.
  654  Classify-Verify-Record.
  655      Set CV-VREC-IS-DATA to True
  656      If CV-HDRTRL-EXPECTED
  657         If CV-DIR-EBCDIC-TO-ASCII
  658            If CV-VFY-AS-READ (1 : 3) = CV-TRL-TAG-ASCII
  659               Set CV-VREC-IS-TRAILER to True
  660            End-If
  661            If CV-VFY-RECORD-COUNT = 1
  662               And CV-VFY-AS-READ (1 : 3) = CV-HDR-TAG-ASCII
  663               Set CV-VREC-IS-HEADER to True
  664            End-If
  665         Else
  666            If CV-VFY-AS-READ (1 : 3) = CV-TRL-TAG-EBCDIC
  667               Set CV-VREC-IS-TRAILER to True
  668            End-If
  669            If CV-VFY-RECORD-COUNT = 1
  670               And CV-VFY-AS-READ (1 : 3) = CV-HDR-TAG-EBCDIC
  671               Set CV-VREC-IS-HEADER to True
  672            End-If
  673         End-If
  674      End-If
  675      .


      * Control records converted whole-record on the way out come
      * back whole-record - the field map describes the data
      * records, not the header or the trailer.
  681  Reconvert-Whole-Record.
  682      If CV-DIR-EBCDIC-TO-ASCII
  683         Inspect Doc-01 (1 : CV-VFY-OUT-REC-LEN)
  684            Converting ASCII-SET-01 to EBCDIC-SET-01
  685      Else
  686         Inspect Doc-01 (1 : CV-VFY-OUT-REC-LEN)
  687            Converting EBCDIC-SET-01 to ASCII-SET-01
  688      End-If
  689      .


      * The opposite direction of the card: an EBCDIC-to-ASCII feed
      * sign bytes through the matching reverse sign tables, DBCS
      * runs and pass-through bytes untouched - the mirror image of
      * ICVRT02's span conversion.
  697  Reconvert-Next-Span.
  698      Perform Set-Effective-Class
  699      Evaluate CV-EFF-CLASS
  700         When 'C'
  701            Move CV-BYTE-INDEX to CV-SPAN-START
  702            Move 'N' to CV-SPAN-DONE-SWITCH
  703            Perform Extend-Char-Span
  704               Until CV-SPAN-DONE
  705            Compute CV-SPAN-LEN =
  706               CV-BYTE-INDEX - CV-SPAN-START
  707            If CV-DIR-EBCDIC-TO-ASCII
  708               Inspect Doc-01 (CV-SPAN-START : CV-SPAN-LEN)
  709                  Converting ASCII-SET-01 to EBCDIC-SET-01
  710            Else
  711               Inspect Doc-01 (CV-SPAN-START : CV-SPAN-LEN)
  712                  Converting EBCDIC-SET-01 to ASCII-SET-01
  713            End-If
  714         When 'Z'
  715            If CV-DIR-EBCDIC-TO-ASCII
  716               Inspect Doc-01 (CV-BYTE-INDEX : 1)
  717                  Converting CV-ZONE-SIGN-ASC-IN
  718                  to CV-ZONE-SIGN-EBC-OUT
  719            Else
  720               Inspect Doc-01 (CV-BYTE-INDEX : 1)
  721                  Converting CV-ZONE-SIGN-EBCDIC
  722                  to CV-ZONE-SIGN-ASCII
  723            End-If
  724            Add 1 to CV-BYTE-INDEX
  725         When Other
  726            Add 1 to CV-BYTE-INDEX
  727      End-Evaluate
  728      .


  731  Extend-Char-Span.
  732      Add 1 to CV-BYTE-INDEX
  733      If CV-BYTE-INDEX > CV-VFY-OUT-REC-LEN
  734         Set CV-SPAN-DONE to True
  735      Else
  736         Perform Set-Effective-Class
  737         If CV-EFF-CLASS Not = 'C'
  738            Set CV-SPAN-DONE to True
  739         End-If
  740      End-If
  741      .


      * The same shift-state machine the conversion ran, against the
      * record as it was read from OUTFILE - the shift byte values
      * are the same on both sides of the conversion, so the runs
      * land in the same places they did on the way out.
  748  Set-Effective-Class.
  749      If CV-BYTE-INDEX Not = CV-EFF-LAST-INDEX
  750         Move CV-BYTE-INDEX to CV-EFF-LAST-INDEX
  751         Move CV-BYTE-CLASS (CV-BYTE-INDEX : 1) to CV-EFF-CLASS
  752         If CV-DBCS-EXPECTED And CV-EFF-CLASS = 'C'
  753            If CV-DBCS-IN-RUN
  754               Move 'P' to CV-EFF-CLASS
  755               If CV-VFY-AS-READ (CV-BYTE-INDEX : 1) =
  756                  CV-SHIFT-IN-BYTE
  757                  Move 'N' to CV-DBCS-RUN-SWITCH
  758               End-If
  759            Else
  760               If CV-VFY-AS-READ (CV-BYTE-INDEX : 1) =
  761                  CV-SHIFT-OUT-BYTE
  762                  Set CV-DBCS-IN-RUN to True
  763                  Move 'P' to CV-EFF-CLASS
  764               End-If
  765            End-If
  766         End-If
  767      End-If
  768      .


  771  Reset-DBCS-Scan-State.
  772      Move 'N' to CV-DBCS-RUN-SWITCH
  773      Move 0 to CV-EFF-LAST-INDEX
  774      .


      * The UTF-8 record walked character by character into the
      * decode area, which then stands in for the OUTFILE record.
      * The position the next decoded byte will occupy is also its
      * INFILE position, so a data record looks its byte class up
      * there: a packed, binary or zoned-sign byte went out as it
      * stood and comes back the same way.  A run still open at the
      * end of the record gets its shift-in back as well.
  784  Decode-UTF8-Record.
  785      Move 1 to CV-VFY-UTF-PTR
  786      Move 0 to CV-VFY-DEC-LEN
  787      Move 'N' to CV-VFY-DEC-RUN-SW
  788      Perform Decode-Next-UTF8-Char
  789         Until CV-VFY-UTF-PTR > CV-VFY-OUT-REC-LEN
  790            Or CV-VFY-DECODE-FAILED
  791      If CV-VFY-DEC-IN-RUN And Not CV-VFY-DECODE-FAILED
  792         Move CV-SHIFT-IN-BYTE to CV-ORDINAL-BYTE
  793         Perform Append-Decoded-Byte
  794      End-If
  795      If Not CV-VFY-DECODE-FAILED
  796         Move CV-VFY-DECODED to Doc-01
  797         Move CV-VFY-DEC-LEN to CV-VFY-OUT-REC-LEN
  798      End-If
  799      .


      * A code point the single-byte side can take back is single-
      * byte text, closing any open run first; otherwise, on a DBCS
      * feed, it is a double-byte character and opens a run if none
      * is open.  That is the same preference the encoding side's
      * table implies, so the runs reappear where they were.
  807  Decode-Next-UTF8-Char.
  808      Compute CV-VFY-NEXT-POS = CV-VFY-DEC-LEN + 1
  809      If CV-VREC-IS-DATA And CV-VFY-NEXT-POS Not > 32756
  810         Move CV-BYTE-CLASS (CV-VFY-NEXT-POS : 1) to CV-EFF-CLASS
  811      Else
  812         Move 'C' to CV-EFF-CLASS
  813      End-If
  814      Evaluate True
  815         When CV-EFF-CLASS Not = 'C' And CV-VFY-DEC-IN-RUN
  816            Move 'N' to CV-VFY-DEC-RUN-SW
  817            Move CV-SHIFT-IN-BYTE to CV-ORDINAL-BYTE
  818            Perform Append-Decoded-Byte
  819         When CV-EFF-CLASS Not = 'C'
  820            Move Doc-01 (CV-VFY-UTF-PTR : 1) to CV-ORDINAL-BYTE
  821            Perform Append-Decoded-Byte
  822            Add 1 to CV-VFY-UTF-PTR
  823         When Other
  824            Perform Decode-UTF8-Sequence
  825            If Not CV-VFY-DECODE-FAILED
  826               Perform Decode-Code-Point
  827            End-If
  828      End-Evaluate
  829      .


      * One, two or three bytes: the lead byte's marker bits give
      * the length and its remaining bits the top of the code point,
      * and every continuation byte must carry the X'80' marker.
  835  Decode-UTF8-Sequence.
  836      Move Doc-01 (CV-VFY-UTF-PTR : 1) to CV-ORDINAL-BYTE
  837      Evaluate True
  838         When CV-ORDINAL-BIN < 128
  839            Move 1 to CV-UTF-SEQ-LEN
  840            Move CV-ORDINAL-BIN to CV-UTF-POINT
  841         When CV-ORDINAL-BIN Not < 192 And CV-ORDINAL-BIN < 224
  842            Move 2 to CV-UTF-SEQ-LEN
  843            Compute CV-UTF-POINT = CV-ORDINAL-BIN - 192
  844         When CV-ORDINAL-BIN Not < 224 And CV-ORDINAL-BIN < 240
  845            Move 3 to CV-UTF-SEQ-LEN
  846            Compute CV-UTF-POINT = CV-ORDINAL-BIN - 224
  847         When Other
  848            Perform Report-Decode-Failure
  849      End-Evaluate
  850      If Not CV-VFY-DECODE-FAILED
  851         And CV-VFY-UTF-PTR + CV-UTF-SEQ-LEN - 1
  852            > CV-VFY-OUT-REC-LEN
  853         Perform Report-Decode-Failure
  854      End-If
  855      If Not CV-VFY-DECODE-FAILED
  856         Perform Decode-Continuation-Byte
  857            Varying CV-UTF-CONT-SUB From 1 By 1
  858            Until CV-UTF-CONT-SUB Not < CV-UTF-SEQ-LEN
  859               Or CV-VFY-DECODE-FAILED
  860      End-If
  861      .


  864  Decode-Continuation-Byte.
  865      Move Doc-01 (CV-VFY-UTF-PTR + CV-UTF-CONT-SUB : 1)
  866         to CV-ORDINAL-BYTE
  867      If CV-ORDINAL-BIN < 128 Or CV-ORDINAL-BIN > 191
  868         Perform Report-Decode-Failure
  869      Else
  870         Compute CV-UTF-POINT = CV-UTF-POINT * 64
  871            + CV-ORDINAL-BIN - 128
  872      End-If
  873      .


  876  Decode-Code-Point.
  877      Evaluate True
  878         When CV-UNI-SBCS-REV-SET (CV-UTF-POINT + 1) = 'Y'
  879            If CV-VFY-DEC-IN-RUN
  880               Move 'N' to CV-VFY-DEC-RUN-SW
  881               Move CV-SHIFT-IN-BYTE to CV-ORDINAL-BYTE
  882               Perform Append-Decoded-Byte
  883            End-If
  884            Move CV-UNI-SBCS-REV-BYTE (CV-UTF-POINT + 1)
  885               to CV-ORDINAL-BYTE
  886            Perform Append-Decoded-Byte
  887         When CV-DBCS-EXPECTED
  888            And CV-UNI-DBCS-REV (CV-UTF-POINT + 1)
  889               Not = Low-Values
  890            If Not CV-VFY-DEC-IN-RUN
  891               Set CV-VFY-DEC-IN-RUN to True
  892               Move CV-SHIFT-OUT-BYTE to CV-ORDINAL-BYTE
  893               Perform Append-Decoded-Byte
  894            End-If
  895            Move CV-UNI-DBCS-REV (CV-UTF-POINT + 1)
  896               to CV-UNI-PAIR-BYTES
  897            Move CV-UNI-PAIR-BYTES (1 : 1) to CV-ORDINAL-BYTE
  898            Perform Append-Decoded-Byte
  899            Move CV-UNI-PAIR-BYTES (2 : 1) to CV-ORDINAL-BYTE
  900            Perform Append-Decoded-Byte
  901         When Other
  902            Perform Report-Decode-Failure
  903      End-Evaluate
  904      If Not CV-VFY-DECODE-FAILED
  905         Add CV-UTF-SEQ-LEN to CV-VFY-UTF-PTR
  906      End-If
  907      .


  910  Append-Decoded-Byte.
  911      If CV-VFY-DEC-LEN Not < 32756
  912         Perform Report-Decode-Failure
  913      Else
  914         Add 1 to CV-VFY-DEC-LEN
  915         Move CV-ORDINAL-BYTE
  916            to CV-VFY-DECODED (CV-VFY-DEC-LEN : 1)
  917      End-If
  918      .


      * One line per record that cannot be decoded, under the same
      * cap as the byte detail; the record counts as mismatched and
      * is not compared further.
  924  Report-Decode-Failure.
  925      Set CV-VFY-DECODE-FAILED to True
  926      If CV-VFY-DETAIL-COUNT < CV-VFY-DETAIL-LIMIT
  927         Add 1 to CV-VFY-DETAIL-COUNT
  928         Move CV-VFY-RECORD-COUNT to CV-VFY-DEC-REC-NBR
  929         Move CV-VFY-UTF-PTR to CV-VFY-DEC-OFFSET
  930         Write VERIFY-REPORT-LINE From CV-VFY-DECODE-LINE
  931         If CV-VFY-DETAIL-COUNT = CV-VFY-DETAIL-LIMIT
  932            Write VERIFY-REPORT-LINE From CV-VFY-MORE-LINE
  933         End-If
  934      End-If
  935      .


      * One detail line per byte that did not survive the trip, in
      * the exception-report hex style, capped so one systematic
      * substitution does not swamp the report.
  941  Compare-Record-Byte.
  942      If Doc-01 (CV-BYTE-INDEX : 1) Not =
  943         CV-VFY-IN-IMAGE (CV-BYTE-INDEX : 1)
  944         Add 1 to CV-VFY-MISMATCH-BYTES
  945         Set CV-VFY-REC-MISMATCHED to True
  946         If CV-VFY-DETAIL-COUNT < CV-VFY-DETAIL-LIMIT
  947            Add 1 to CV-VFY-DETAIL-COUNT
  948            Move CV-VFY-RECORD-COUNT to CV-VFY-DET-REC-NBR
  949            Move CV-BYTE-INDEX to CV-VFY-DET-OFFSET
  950            Call 'CVHEXCVT' Using
  951                 CV-VFY-IN-IMAGE (CV-BYTE-INDEX : 1),
  952                 CV-VFY-IN-HEX
  953            Call 'CVHEXCVT' Using Doc-01 (CV-BYTE-INDEX : 1),
  954                 CV-VFY-RECONV-HEX
  955            Move CV-VFY-IN-HEX to CV-VFY-DET-IN-HEX
  956            Move CV-VFY-RECONV-HEX to CV-VFY-DET-RC-HEX
  957            Write VERIFY-REPORT-LINE From CV-VFY-DETAIL-LINE
  958            If CV-VFY-DETAIL-COUNT = CV-VFY-DETAIL-LIMIT
  959               Write VERIFY-REPORT-LINE From CV-VFY-MORE-LINE
  960            End-If
  961         End-If
  962      End-If
  963      .


      * The same whole-record / field-map class discipline ICVRT02
      * applies: no map classes every byte 'C', a map opens up only
      * the positions its CHAR/ZONE records name.
  969  Build-Byte-Class-Map.
  970      Move All 'C' to CV-BYTE-CLASS
  971      Open Input FIELD-MAP-FILE
  972      If CV-VFY-FLDMAP-STATUS = '35'
  973         Move SPACES to CV-VFY-FLDMAP-STATUS
  974      Else
  975         If CV-VFY-FLDMAP-STATUS Not = '00'
  976            Display 'ICVRTVFY: FLDMAP OPEN FAILED - STATUS '
  977               CV-VFY-FLDMAP-STATUS
  978            Move 16 to Return-Code
  979            Goback
  980         Else
  981            Set CV-FLDMAP-PRESENT to True
  982            Move All 'P' to CV-BYTE-CLASS
  983            Perform Load-Field-Map-Entry
  984               Until CV-FLDMAP-EOF
  985            Close FIELD-MAP-FILE
  986            If CV-FLDMAP-REC-COUNT = 0
  987               Move 'N' to CV-FLDMAP-PRESENT-SW
  988               Move All 'C' to CV-BYTE-CLASS
  989            End-If
  990         End-If
  991      End-If
  992      .


  995  Load-Field-Map-Entry.
  996      Read FIELD-MAP-FILE
  997         At End
  998            Set CV-FLDMAP-EOF to True
  999         Not At End
 1000            Add 1 to CV-FLDMAP-REC-COUNT
 1001            If Not CV-FLD-IS-CHAR And Not CV-FLD-IS-ZONE
 1002               And Not CV-FLD-IS-PACK And Not CV-FLD-IS-BIN
 1003               Display 'ICVRTVFY: BAD FLDMAP FIELD TYPE - '
 1004                  CV-FLD-TYPE
 1005               Move 16 to Return-Code
 1006               Goback
 1007            End-If
 1008            If CV-FLD-OFFSET Not Numeric
 1009               Or CV-FLD-LENGTH Not Numeric
 1010               Or CV-FLD-OFFSET = ZERO
 1011               Or CV-FLD-LENGTH = ZERO
 1012               Or CV-FLD-OFFSET + CV-FLD-LENGTH - 1 > 32756
 1013               Display 'ICVRTVFY: BAD FLDMAP OFFSET/LENGTH - '
 1014                  FLDMAP-LINE (1 : 16)
 1015               Move 16 to Return-Code
 1016               Goback
 1017            End-If
 1018            Compute CV-FLD-END =
 1019               CV-FLD-OFFSET + CV-FLD-LENGTH - 1
 1020            If CV-FLD-IS-CHAR
 1021               Move All 'C' to
 1022                  CV-BYTE-CLASS (CV-FLD-OFFSET : CV-FLD-LENGTH)
 1023            End-If
 1024            If CV-FLD-IS-ZONE
 1025               If CV-FLD-LENGTH > 1
 1026                  Move All 'C' to CV-BYTE-CLASS
 1027                     (CV-FLD-OFFSET : CV-FLD-LENGTH - 1)
 1028               End-If
 1029               Move 'Z' to CV-BYTE-CLASS (CV-FLD-END : 1)
 1030            End-If
 1031      End-Read
 1032      .


      * The named code page's pair, loaded from the library the way
      * ICVRT02 loads it; an incomplete or missing member stops the
      * verification before a record is read.
 1038  Load-Codepage-Tables.
 1039      Open Input TABLE-LIB-FILE
 1040      If CV-VFY-TBLLIB-STATUS Not = '00'
 1041         Display 'ICVRTVFY: TBLLIB OPEN FAILED - STATUS '
 1042            CV-VFY-TBLLIB-STATUS
 1043         Move 16 to Return-Code
 1044         Goback
 1045      End-If
      * Pass one chooses the edition in force for the run date;
      * pass two (a close and reopen) collects exactly that member.
 1048      Perform Choose-Table-Version
 1049         Until CV-TBLLIB-EOF
 1050      Close TABLE-LIB-FILE
 1051      If Not CV-TBL-MEMBER-FOUND
 1052         If CV-TBL-NAME-SEEN
 1053            Display 'ICVRTVFY: NO ' CV-CODEPAGE-NAME
 1054               ' VERSION IN FORCE FOR RUN DATE'
 1055         Else
 1056            Display 'ICVRTVFY: CODE PAGE NOT IN TABLE LIBRARY '
 1057               '- ' CV-CODEPAGE-NAME
 1058         End-If
 1059         Move 16 to Return-Code
 1060         Goback
 1061      End-If
 1062      Move 'N' to CV-TBLLIB-EOF-SWITCH
 1063      Open Input TABLE-LIB-FILE
 1064      If CV-VFY-TBLLIB-STATUS Not = '00'
 1065         Display 'ICVRTVFY: TBLLIB REOPEN FAILED - STATUS '
 1066            CV-VFY-TBLLIB-STATUS
 1067         Move 16 to Return-Code
 1068         Goback
 1069      End-If
 1070      Perform Scan-Table-Library
 1071         Until CV-TBLLIB-EOF Or CV-TBL-SCAN-DONE
 1072      Close TABLE-LIB-FILE
 1073      If CV-TBL-E-CARD-COUNT Not = 16
 1074         Or CV-TBL-A-CARD-COUNT Not = 16
 1075         Display 'ICVRTVFY: TABLE MEMBER INCOMPLETE - '
 1076            CV-CODEPAGE-NAME
 1077         Move 16 to Return-Code
 1078         Goback
 1079      End-If
 1080      Move CV-LIB-EBCDIC-TBL to EBCDIC-Set-01
 1081      Move CV-LIB-ASCII-TBL  to ASCII-Set-01
 1082      .


 1085  Choose-Table-Version.
 1086      Read TABLE-LIB-FILE
 1087         At End
 1088            Set CV-TBLLIB-EOF to True
 1089         Not At End
 1090            If CV-TBL-IS-HEADER
 1091               And CV-TBL-HDR-NAME = CV-CODEPAGE-NAME
 1092               Set CV-TBL-NAME-SEEN to True
 1093               Perform Normalize-Table-Header
 1094               If CV-TBL-CAND-DATE Not > CV-VFY-RUN-DATE
 1095                  If Not CV-TBL-MEMBER-FOUND
 1096                     Or CV-TBL-CAND-DATE > CV-TBL-BEST-DATE
 1097                     Or (CV-TBL-CAND-DATE = CV-TBL-BEST-DATE
 1098                        And CV-TBL-CAND-VER > CV-TBL-BEST-VER)
 1099                     Set CV-TBL-MEMBER-FOUND to True
 1100                     Move CV-TBL-CAND-VER to CV-TBL-BEST-VER
 1101                     Move CV-TBL-CAND-DATE to CV-TBL-BEST-DATE
 1102                  End-If
 1103               End-If
 1104            End-If
 1105      End-Read
 1106      .


 1109  Normalize-Table-Header.
 1110      If CV-TBL-HDR-VERSION = SPACES
 1111         Move '001' to CV-TBL-CAND-VER
 1112      Else
 1113         Move CV-TBL-HDR-VERSION to CV-TBL-CAND-VER
 1114      End-If
 1115      If CV-TBL-HDR-EFFDATE = SPACES
 1116         Move '00000000' to CV-TBL-CAND-DATE
 1117      Else
 1118         Move CV-TBL-HDR-EFFDATE to CV-TBL-CAND-DATE
 1119      End-If
 1120      .


 1123  Scan-Table-Library.
 1124      Read TABLE-LIB-FILE
 1125         At End
 1126            Set CV-TBLLIB-EOF to True
 1127         Not At End
 1128            If CV-TBL-IS-HEADER
 1129               If CV-TBL-COLLECTING
 1130                  Set CV-TBL-SCAN-DONE to True
 1131               Else
 1132                  Perform Normalize-Table-Header
 1133                  If CV-TBL-HDR-NAME = CV-CODEPAGE-NAME
 1134                     And CV-TBL-CAND-VER = CV-TBL-BEST-VER
 1135                     And CV-TBL-CAND-DATE = CV-TBL-BEST-DATE
 1136                     Set CV-TBL-COLLECTING to True
 1137                  End-If
 1138               End-If
 1139            Else
 1140               If CV-TBL-COLLECTING
 1141                  Perform Load-Table-Card
 1142               End-If
 1143            End-If
 1144      End-Read
 1145      .


 1148  Load-Table-Card.
 1149      If Not CV-TBL-CARD-EBCDIC And Not CV-TBL-CARD-ASCII
 1150         Display 'ICVRTVFY: BAD TABLE CARD - '
 1151            TBLLIB-LINE (1 : 8)
 1152         Move 16 to Return-Code
 1153         Goback
 1154      End-If
 1155      If CV-TBL-CARD-SEQ Not Numeric
 1156         Or CV-TBL-CARD-SEQ < 1 Or CV-TBL-CARD-SEQ > 16
 1157         Display 'ICVRTVFY: BAD TABLE CARD SEQUENCE - '
 1158            TBLLIB-LINE (1 : 8)
 1159         Move 16 to Return-Code
 1160         Goback
 1161      End-If
      * The same card twice would leave another sixteen bytes of the
      * table unset while the card counts still reach sixteen - and
      * a verification run under a part-uninitialized table would
      * hand back a garbage verdict instead of this clean stop.
 1166      If CV-TBL-CARD-EBCDIC
 1167         And CV-TBL-E-SEEN (CV-TBL-CARD-SEQ : 1) = 'Y'
 1168         Display 'ICVRTVFY: DUPLICATE TABLE CARD - '
 1169            TBLLIB-LINE (1 : 8)
 1170         Move 16 to Return-Code
 1171         Goback
 1172      End-If
 1173      If CV-TBL-CARD-ASCII
 1174         And CV-TBL-A-SEEN (CV-TBL-CARD-SEQ : 1) = 'Y'
 1175         Display 'ICVRTVFY: DUPLICATE TABLE CARD - '
 1176            TBLLIB-LINE (1 : 8)
 1177         Move 16 to Return-Code
 1178         Goback
 1179      End-If
 1180      If CV-TBL-CARD-EBCDIC
 1181         Move 'Y' to CV-TBL-E-SEEN (CV-TBL-CARD-SEQ : 1)
 1182      Else
 1183         Move 'Y' to CV-TBL-A-SEEN (CV-TBL-CARD-SEQ : 1)
 1184      End-If
 1185      Compute CV-TBL-CARD-OFFSET = (CV-TBL-CARD-SEQ - 1) * 16
 1186      If CV-TBL-CARD-EBCDIC
 1187         Add 1 to CV-TBL-E-CARD-COUNT
 1188      Else
 1189         Add 1 to CV-TBL-A-CARD-COUNT
 1190      End-If
 1191      Perform Load-Table-Byte
 1192         Varying CV-TBL-PAIR-SUB From 1 By 1
 1193         Until CV-TBL-PAIR-SUB > 16
 1194      .


 1197  Load-Table-Byte.
 1198      Move CV-TBL-CARD-HEX ((CV-TBL-PAIR-SUB - 1) * 2 + 1 : 2)
 1199         to CV-TBL-HEX-PAIR
 1200      Compute CV-TBL-BYTE-IX =
 1201         CV-TBL-CARD-OFFSET + CV-TBL-PAIR-SUB
 1202      If CV-TBL-CARD-EBCDIC
 1203         Call 'CVHEXTOB' Using CV-TBL-HEX-PAIR,
 1204              CV-LIB-EBCDIC-TBL (CV-TBL-BYTE-IX : 1)
 1205      Else
 1206         Call 'CVHEXTOB' Using CV-TBL-HEX-PAIR,
 1207              CV-LIB-ASCII-TBL (CV-TBL-BYTE-IX : 1)
 1208      End-If
 1209      If Return-Code Not = 0
 1210         Move 16 to Return-Code
 1211         Goback
 1212      End-If
 1213      .


      * The Unicode table ICVRT02 encoded with, read the same way -
      * Latin-1 for every single-byte value unless an 'S' card says
      * otherwise, 'D' cards for the double-byte characters - and
      * then indexed by code point for the trip back.
 1220  Load-Unicode-Tables.
 1221      Perform Set-Latin1-Point
 1222         Varying CV-UNI-SUB From 1 By 1
 1223         Until CV-UNI-SUB > 256
 1224      Move Low-Values to CV-UNI-DBCS-REV-TABLE
 1225      Open Input UNICODE-TABLE-FILE
 1226      If CV-VFY-DBCSTBL-STATUS = '35'
 1227         Move SPACES to CV-VFY-DBCSTBL-STATUS
 1228      Else
 1229         If CV-VFY-DBCSTBL-STATUS Not = '00'
 1230            Display 'ICVRTVFY: DBCSTBL OPEN FAILED - STATUS '
 1231               CV-VFY-DBCSTBL-STATUS
 1232            Move 16 to Return-Code
 1233            Goback
 1234         End-If
 1235         Perform Load-Unicode-Card
 1236            Until CV-UNI-EOF
 1237         Close UNICODE-TABLE-FILE
 1238      End-If
 1239      Move Low-Values to CV-UNI-SBCS-REV-TABLE
 1240      Perform Set-Reverse-Point
 1241         Varying CV-UNI-SUB From 1 By 1
 1242         Until CV-UNI-SUB > 256
 1243      .


 1246  Set-Latin1-Point.
 1247      Compute CV-UNI-SBCS-POINT (CV-UNI-SUB) = CV-UNI-SUB - 1
 1248      .


 1251  Set-Reverse-Point.
 1252      Compute CV-ORDINAL-BIN = CV-UNI-SUB - 1
 1253      Move 'Y' to CV-UNI-SBCS-REV-SET
 1254         (CV-UNI-SBCS-POINT (CV-UNI-SUB) + 1)
 1255      Move CV-ORDINAL-BYTE to CV-UNI-SBCS-REV-BYTE
 1256         (CV-UNI-SBCS-POINT (CV-UNI-SUB) + 1)
 1257      .


 1260  Load-Unicode-Card.
 1261      Read UNICODE-TABLE-FILE
 1262         At End
 1263            Set CV-UNI-EOF to True
 1264         Not At End
 1265            Evaluate True
 1266               When CV-UNI-CARD-COMMENT
 1267                  Continue
 1268               When CV-UNI-CARD-SINGLE
 1269                  Perform Load-Unicode-Point
 1270                  Perform Load-Unicode-Single
 1271               When CV-UNI-CARD-DOUBLE
 1272                  Perform Load-Unicode-Point
 1273                  Perform Load-Unicode-Double
 1274               When Other
 1275                  Display 'ICVRTVFY: BAD DBCSTBL CARD - '
 1276                     DBCSTBL-LINE (1 : 10)
 1277                  Move 16 to Return-Code
 1278                  Goback
 1279            End-Evaluate
 1280      End-Read
 1281      .


 1284  Load-Unicode-Point.
 1285      Call 'CVHEXTOB' Using CV-UNI-CARD-POINT-HEX (1 : 2),
 1286           CV-UNI-POINT-BYTES (1 : 1)
 1287      If Return-Code = 0
 1288         Call 'CVHEXTOB' Using CV-UNI-CARD-POINT-HEX (3 : 2),
 1289              CV-UNI-POINT-BYTES (2 : 1)
 1290      End-If
 1291      If Return-Code Not = 0
 1292         Or CV-UNI-POINT-BIN = 0
 1293         Or (CV-UNI-POINT-BIN Not < 55296
 1294            And CV-UNI-POINT-BIN Not > 57343)
 1295         Display 'ICVRTVFY: BAD DBCSTBL CODE POINT - '
 1296            DBCSTBL-LINE (1 : 10)
 1297         Move 16 to Return-Code
 1298         Goback
 1299      End-If
 1300      .


 1303  Load-Unicode-Single.
 1304      Call 'CVHEXTOB' Using CV-UNI-CARD-CHAR-HEX (1 : 2),
 1305           CV-ORDINAL-BYTE
 1306      If Return-Code Not = 0
 1307         Or CV-UNI-CARD-CHAR-HEX (3 : 2) Not = SPACES
 1308         Display 'ICVRTVFY: BAD DBCSTBL SINGLE-BYTE CARD - '
 1309            DBCSTBL-LINE (1 : 10)
 1310         Move 16 to Return-Code
 1311         Goback
 1312      End-If
 1313      Move CV-UNI-POINT-BIN
 1314         to CV-UNI-SBCS-POINT (CV-ORDINAL-BIN + 1)
 1315      .


 1318  Load-Unicode-Double.
 1319      Call 'CVHEXTOB' Using CV-UNI-CARD-CHAR-HEX (1 : 2),
 1320           CV-UNI-PAIR-BYTES (1 : 1)
 1321      If Return-Code = 0
 1322         Call 'CVHEXTOB' Using CV-UNI-CARD-CHAR-HEX (3 : 2),
 1323              CV-UNI-PAIR-BYTES (2 : 1)
 1324      End-If
 1325      If Return-Code Not = 0
 1326         Display 'ICVRTVFY: BAD DBCSTBL DOUBLE-BYTE CARD - '
 1327            DBCSTBL-LINE (1 : 10)
 1328         Move 16 to Return-Code
 1329         Goback
 1330      End-If
 1331      Move CV-UNI-PAIR-BYTES
 1332         to CV-UNI-DBCS-REV (CV-UNI-POINT-BIN + 1)
 1333      Add 1 to CV-UNI-DBCS-COUNT
 1334      .
