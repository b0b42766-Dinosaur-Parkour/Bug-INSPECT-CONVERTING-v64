      * use to hold the conversion jobs.  Library members are
      * effective-dated versions; every version present certifies,
      * and each verdict line names the edition it covers.
      *
      * A failed certification, or one that could not run, is also
      * raised as an operations event (ICV105S, severity SEVERE)
      * through ICVRTEVT - on EVENTS and the console - naming the
      * failed-check count and the first edition that failed, so
      * the window is held by someone who knows why.
       
   28  ENVIRONMENT DIVISION.
   29  INPUT-OUTPUT SECTION.
   30  FILE-CONTROL.
   31      SELECT TABLE-LIB-FILE ASSIGN TO DYNAMIC CV-TBLLIB-DSN
   32          ORGANIZATION IS LINE SEQUENTIAL
   33          FILE STATUS IS CV-TBLLIB-STATUS.
       
   35      SELECT CERT-REPORT-FILE ASSIGN TO CERTRPT
   36          ORGANIZATION IS LINE SEQUENTIAL
   37          FILE STATUS IS CV-CERTRPT-STATUS.
       
   39  DATA DIVISION.
   40  FILE SECTION.
       
   42  FD  TABLE-LIB-FILE.
   43  01  TBLLIB-LINE                PIC X(80).
       
   45  FD  CERT-REPORT-FILE.
   46  01  CERT-REPORT-LINE           PIC X(80).
       
   48  WORKING-STORAGE SECTION.
       
   50  COPY CVDDNAME.
   51  COPY EVENTREC.
       
      * The built-in CP037 pair and the 05-level shadows, exactly as
      * the conversion programs carry them.
   55  01  EBCDIC-Set-01  PIC  X(256) Value
   56         X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B
      -        '1C1D1E1F202122232425262728292A2B2C2D2E2F3031323334353637
      -        '38393A3B3C3D3E3F404142434445464748494A4B4C4D4E4F50515253
      -        '5455565758595A5B5C5D5E5F606162636465666768696A6B6C6D6E6F
      -        'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEFF0F1F2F3F4F5F6F7F8F9FAFB
      -        'FCFDFEFF'.
       
   67  01  ASCII-Set-01   PIC  X(256) Value
   68         X'000102039C09867F978D8E0B0C0D0E0F101112139D8508871819928F
      -        '1C1D1E1F80818283840A171B88898A8B8C0506079091169394959604
      -        '98999A9B14159E1A20A0E2E4E0E1E3E5E7F1A22E3C282B7C26E9EAEB
      -        'E8EDEEEFECDF21242A293BAC2D2FC2C4C0C1C3C5C7D1A62C255F3E3F
      -        '5CF7535455565758595AB2D4D6D2D3D530313233343536373839B3DB
      -        'DCD9DA9F'.
       
   79  01  INSPECT-05-LEVELS.
   80      05 EBCDIC-Set-05 PIC  X(256) Value
   81         X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B
      -        '1C1D1E1F202122232425262728292A2B2C2D2E2F3031323334353637
      -        '38393A3B3C3D3E3F404142434445464748494A4B4C4D4E4F50515253
      -        '5455565758595A5B5C5D5E5F606162636465666768696A6B6C6D6E6F
      -        'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEFF0F1F2F3F4F5F6F7F8F9FAFB
      -        'FCFDFEFF'.
       
   92      05 ASCII-Set-05  PIC  X(256) Value
   93         X'000102039C09867F978D8E0B0C0D0E0F101112139D8508871819928F
      -        '1C1D1E1F80818283840A171B88898A8B8C0506079091169394959604
      -        '98999A9B14159E1A20A0E2E4E0E1E3E5E7F1A22E3C282B7C26E9EAEB
      -        'E8EDEEEFECDF21242A293BAC2D2FC2C4C0C1C3C5C7D1A62C255F3E3F
      -        '5CF7535455565758595AB2D4D6D2D3D530313233343536373839B3DB
      -        'DCD9DA9F'.
       
  104  01  CV-TBLLIB-STATUS           PIC X(02) Value '00'.
  105  01  CV-CERTRPT-STATUS          PIC X(02) Value '00'.
       
  107  01  CV-TBLLIB-EOF-SWITCH       PIC X(01) Value 'N'.
  108      88 CV-TBLLIB-EOF                 Value 'Y'.
  109  01  CV-IN-MEMBER-SWITCH        PIC X(01) Value 'N'.
  110      88 CV-IN-MEMBER                  Value 'Y'.
  111  01  CV-MEMBER-OK-SWITCH        PIC X(01).
  112      88 CV-MEMBER-OK                  Value 'Y'.
  113  01  CV-PAIR-OK-SWITCH          PIC X(01).
  114      88 CV-PAIR-OK                    Value 'Y'.
       
      * The library record views ICVRT02 reads the library with.
  117  01  CV-TBLLIB-HDR-VIEW REDEFINES TBLLIB-LINE.
  118      05 CV-TBL-HDR-KEYWORD      PIC X(08).
  119         88 CV-TBL-IS-HEADER           Value 'CODEPAGE'.
  120      05 FILLER                  PIC X(01).
  121      05 CV-TBL-HDR-NAME         PIC X(08).
  122      05 FILLER                  PIC X(01).
  123      05 CV-TBL-HDR-VERSION      PIC X(03).
  124      05 FILLER                  PIC X(01).
  125      05 CV-TBL-HDR-EFFDATE      PIC X(08).
  126      05 FILLER                  PIC X(50).
  127  01  CV-TBLLIB-CARD-VIEW REDEFINES TBLLIB-LINE.
  128      05 CV-TBL-CARD-SET         PIC X(01).
  129         88 CV-TBL-CARD-EBCDIC         Value 'E'.
  130         88 CV-TBL-CARD-ASCII          Value 'A'.
  131      05 FILLER                  PIC X(01).
  132      05 CV-TBL-CARD-SEQ         PIC 9(02).
  133      05 FILLER                  PIC X(01).
  134      05 CV-TBL-CARD-HEX         PIC X(32).
  135      05 FILLER                  PIC X(43).
       
  137  01  CV-LIB-EBCDIC-TBL          PIC X(256).
  138  01  CV-LIB-ASCII-TBL           PIC X(256).
  139  01  CV-TBL-E-CARD-COUNT        PIC 9(03) COMP.
  140  01  CV-TBL-A-CARD-COUNT        PIC 9(03) COMP.
  141  01  CV-TBL-CARD-OFFSET         PIC 9(03) COMP.
  142  01  CV-TBL-PAIR-SUB            PIC 9(03) COMP.
  143  01  CV-TBL-BYTE-IX             PIC 9(03) COMP.
  144  01  CV-TBL-HEX-PAIR            PIC X(02).
  145  01  CV-MEMBER-NAME             PIC X(08).
  146  01  CV-MEMBER-VERSION          PIC X(03).
       
      * The pair under certification, whichever source it came from.
  149  01  CV-CERT-EBCDIC-TBL         PIC X(256).
  150  01  CV-CERT-ASCII-TBL          PIC X(256).
      * The label carries the member's version - 'CP1047.003' - so
      * the certification report names the exact table edition each
      * verdict covers; the built-in pair has no version and labels
      * plain.
  155  01  CV-CERT-PAIR-NAME          PIC X(12).
       
      * A one-byte binary cell: moving a byte into the low half makes
      * its ordinal (0-255) directly available, without the linear
      * table scan a search would cost.
  160  01  CV-ORDINAL-CELL.
  161      05 FILLER                  PIC X(01) Value Low-Value.
  162      05 CV-ORDINAL-BYTE         PIC X(01).
  163  01  CV-ORDINAL-BIN REDEFINES CV-ORDINAL-CELL
  164                                 PIC 9(04) COMP.
       
  166  01  CV-SEEN-FLAGS              PIC X(256).
  167  01  CV-MAP-E2A                 PIC X(256).
  168  01  CV-MAP-A2E                 PIC X(256).
  169  01  CV-WORK-TABLE              PIC X(256).
  170  01  CV-WORK-BYTE               PIC X(01).
  171  01  CV-BYTE-SUB                PIC 9(03) COMP.
  172  01  CV-ORD-SUB                 PIC 9(03) COMP.
  173  01  CV-RT-SUB                  PIC 9(03) COMP.
  174  01  CV-FAIL-COUNT              PIC 9(03) COMP.
  175  01  CV-CHECK-FAIL-SWITCH       PIC X(01).
  176      88 CV-CHECK-FAILED               Value 'Y'.
  177  01  CV-TOTAL-FAIL-COUNT        PIC 9(05) COMP Value ZERO.
  178  01  CV-MEMBER-COUNT            PIC 9(03) COMP Value ZERO.
  179  01  CV-BAD-BYTE-HEX            PIC X(02).
       
      * The run identifier and reason the certification event carries.
  182  01  CV-CERT-RUN-ID.
  183      05 CV-CERT-RUN-ID-DATE     PIC 9(08).
  184      05 CV-CERT-RUN-ID-TIME     PIC 9(08).
  185  01  CV-CERT-EVT-RC             PIC 9(04).
  186  01  CV-CERT-EVT-REASON         PIC X(40).
  187  01  CV-CERT-FAIL-REASON.
  188      05 CV-CERT-EVT-FAILS       PIC 9(05).
  189      05 FILLER                  PIC X(23) Value
  190         ' CHECKS FAILED, FIRST: '.
  191      05 CV-CERT-EVT-FIRST       PIC X(12).
       
  193  01  CV-CERT-DETAIL-LINE.
  194      05 FILLER                  PIC X(01) Value SPACE.
  195      05 CV-CERT-PAIR-DISPLAY    PIC X(12).
  196      05 FILLER                  PIC X(01) Value SPACE.
  197      05 CV-CERT-CHECK-NAME      PIC X(24).
  198      05 FILLER                  PIC X(01) Value SPACE.
  199      05 CV-CERT-VERDICT         PIC X(04).
       
  201  01  CV-CERT-BYTE-LINE.
  202      05 FILLER                  PIC X(21) Value
  203         '    OFFENDING BYTE X'''.
  204      05 CV-CERT-BYTE-HEX        PIC X(02).
  205      05 FILLER                  PIC X(01) Value ''''.
       
  207  01  CV-CERT-SUMMARY-LINE.
  208      05 FILLER                  PIC X(20) Value
  209         'CHECKS FAILED     : '.
  210      05 CV-CERT-FAIL-ED         PIC ZZZZ9.
       
  212  LINKAGE SECTION.
       
  214  PROCEDURE DIVISION.
       
  216  0000-MAINLINE.
  217      Accept CV-CERT-RUN-ID-DATE From Date YYYYMMDD
  218      Accept CV-CERT-RUN-ID-TIME From Time
  219      If CV-TBLLIB-DSN = SPACES Or LOW-VALUES
  220         Move 'TBLLIB' to CV-TBLLIB-DSN
  221      End-If
       
  223      Open Output CERT-REPORT-FILE
  224      If CV-CERTRPT-STATUS Not = '00'
  225         Display 'ICVRTCRT: CERTRPT OPEN FAILED - STATUS '
  226            CV-CERTRPT-STATUS
  227         Move Spaces to CV-CERT-EVT-REASON
  228         String 'CERTRPT OPEN FAILED - STATUS '
  229            Delimited by Size
  230            CV-CERTRPT-STATUS Delimited by Size
  231            Into CV-CERT-EVT-REASON
  232         Move 16 to CV-CERT-EVT-RC
  233         Perform Raise-Certification-Event
  234         Move 16 to Return-Code
  235         Goback
  236      End-If
       
      * The built-in pair first, shadows included.
  239      Move EBCDIC-Set-01 to CV-CERT-EBCDIC-TBL
  240      Move ASCII-Set-01  to CV-CERT-ASCII-TBL
  241      Move 'CP037'       to CV-CERT-PAIR-NAME
  242      Perform Certify-Table-Pair
  243      Perform Certify-Shadow-Copies
       
      * Then every member of the table library.  No library at all is
      * a clean window with only the built-in pair in play.
  247      Open Input TABLE-LIB-FILE
  248      If CV-TBLLIB-STATUS = '00'
  249         Perform Certify-Library-Member
  250            Until CV-TBLLIB-EOF
  251         If CV-IN-MEMBER
  252            Perform Close-Out-Member
  253         End-If
  254         Close TABLE-LIB-FILE
  255      Else
  256         If CV-TBLLIB-STATUS Not = '35'
  257            Display 'ICVRTCRT: TBLLIB OPEN FAILED - STATUS '
  258               CV-TBLLIB-STATUS
  259            Move Spaces to CV-CERT-EVT-REASON
  260            String 'TBLLIB OPEN FAILED - STATUS '
  261               Delimited by Size
  262               CV-TBLLIB-STATUS Delimited by Size
  263               Into CV-CERT-EVT-REASON
  264            Move 16 to CV-CERT-EVT-RC
  265            Perform Raise-Certification-Event
  266            Move 16 to Return-Code
  267            Goback
  268         End-If
  269      End-If
       
  271      Move CV-TOTAL-FAIL-COUNT to CV-CERT-FAIL-ED
  272      Write CERT-REPORT-LINE From CV-CERT-SUMMARY-LINE
  273      Display CV-CERT-SUMMARY-LINE
  274      Close CERT-REPORT-FILE
       
  276      If CV-TOTAL-FAIL-COUNT > 0
  277         Move CV-TOTAL-FAIL-COUNT to CV-CERT-EVT-FAILS
  278         Move CV-CERT-FAIL-REASON to CV-CERT-EVT-REASON
  279         Move 8 to CV-CERT-EVT-RC
  280         Perform Raise-Certification-Event
  281         Move 8 to Return-Code
  282      End-If
  283      Goback.
       
       
      * The three checks on the pair in CV-CERT-EBCDIC-TBL and
      * CV-CERT-ASCII-TBL: each alphabet a full permutation, then the
      * round trip.  A duplicate value in a 256-byte alphabet implies
      * a missing one, so one check covers both defects.
  290  Certify-Table-Pair.
  291      Move CV-CERT-EBCDIC-TBL to CV-WORK-TABLE
  292      Move 'E-TABLE PERMUTATION' to CV-CERT-CHECK-NAME
  293      Perform Check-Table-Permutation
       
  295      Move CV-CERT-ASCII-TBL to CV-WORK-TABLE
  296      Move 'A-TABLE PERMUTATION' to CV-CERT-CHECK-NAME
  297      Perform Check-Table-Permutation
       
  299      Move 'E-A-E ROUND TRIP' to CV-CERT-CHECK-NAME
  300      Perform Check-Round-Trip
  301      .
       
       
      * Walks the 256 bytes of CV-WORK-TABLE marking each value as
      * seen; a value seen twice fails the check and names the byte.
  306  Check-Table-Permutation.
  307      Move All 'N' to CV-SEEN-FLAGS
  308      Move 'N' to CV-CHECK-FAIL-SWITCH
  309      Perform Check-Permutation-Byte
  310         Varying CV-BYTE-SUB From 1 By 1
  311         Until CV-BYTE-SUB > 256
  312      Perform Write-Check-Verdict
  313      .
       
       
  316  Check-Permutation-Byte.
  317      Move CV-WORK-TABLE (CV-BYTE-SUB : 1) to CV-ORDINAL-BYTE
  318      Compute CV-ORD-SUB = CV-ORDINAL-BIN + 1
  319      If CV-SEEN-FLAGS (CV-ORD-SUB : 1) = 'Y'
  320         If Not CV-CHECK-FAILED
  321            Move 'Y' to CV-CHECK-FAIL-SWITCH
  322            Move CV-WORK-TABLE (CV-BYTE-SUB : 1) to CV-WORK-BYTE
  323            Perform Write-Offending-Byte
  324         End-If
  325      Else
  326         Move 'Y' to CV-SEEN-FLAGS (CV-ORD-SUB : 1)
  327      End-If
  328      .
       
       
      * Builds the value-indexed E-to-A and A-to-E maps the way
      * Inspect Converting applies the alphabets, then proves that
      * pushing every byte value through one and back through the
      * other lands on the value it started from.
  335  Check-Round-Trip.
  336      Move Low-Values to CV-MAP-E2A
  337      Move Low-Values to CV-MAP-A2E
  338      Move 'N' to CV-CHECK-FAIL-SWITCH
  339      Perform Build-Map-Entry
  340         Varying CV-BYTE-SUB From 1 By 1
  341         Until CV-BYTE-SUB > 256
  342      Perform Check-Round-Trip-Value
  343         Varying CV-RT-SUB From 1 By 1
  344         Until CV-RT-SUB > 256
  345      Perform Write-Check-Verdict
  346      .
       
       
  349  Build-Map-Entry.
  350      Move CV-CERT-EBCDIC-TBL (CV-BYTE-SUB : 1)
  351         to CV-ORDINAL-BYTE
  352      Compute CV-ORD-SUB = CV-ORDINAL-BIN + 1
  353      Move CV-CERT-ASCII-TBL (CV-BYTE-SUB : 1)
  354         to CV-MAP-E2A (CV-ORD-SUB : 1)
  355      Move CV-CERT-ASCII-TBL (CV-BYTE-SUB : 1)
  356         to CV-ORDINAL-BYTE
  357      Compute CV-ORD-SUB = CV-ORDINAL-BIN + 1
  358      Move CV-CERT-EBCDIC-TBL (CV-BYTE-SUB : 1)
  359         to CV-MAP-A2E (CV-ORD-SUB : 1)
  360      .
       
       
  363  Check-Round-Trip-Value.
  364      Move CV-MAP-E2A (CV-RT-SUB : 1) to CV-ORDINAL-BYTE
  365      Compute CV-ORD-SUB = CV-ORDINAL-BIN + 1
  366      Move CV-MAP-A2E (CV-ORD-SUB : 1) to CV-WORK-BYTE
  367      Move CV-WORK-BYTE to CV-ORDINAL-BYTE
  368      If CV-ORDINAL-BIN + 1 Not = CV-RT-SUB
  369         If Not CV-CHECK-FAILED
  370            Move 'Y' to CV-CHECK-FAIL-SWITCH
  371            Compute CV-ORDINAL-BIN = CV-RT-SUB - 1
  372            Move CV-ORDINAL-BYTE to CV-WORK-BYTE
  373            Perform Write-Offending-Byte
  374         End-If
  375      End-If
  376      .
       
       
      * The conversion programs run every record against the 01
      * tables and prove it against the 05 shadows; certifying that
      * the two copies still agree retires that per-record insurance
      * for the window.
  383  Certify-Shadow-Copies.
  384      Move 'N' to CV-CHECK-FAIL-SWITCH
  385      Move '01/05 SHADOW COMPARE' to CV-CERT-CHECK-NAME
  386      If EBCDIC-Set-01 Not = EBCDIC-Set-05
  387         Or ASCII-Set-01 Not = ASCII-Set-05
  388         Move 'Y' to CV-CHECK-FAIL-SWITCH
  389      End-If
  390      Perform Write-Check-Verdict
  391      .
       
       
      * One library record per call, the same shapes ICVRT02 loads:
      * collected.  A malformed member fails certification and the
      * scan moves on to the next member rather than stopping the
      * whole report at the first bad card.
  400  Certify-Library-Member.
  401      Read TABLE-LIB-FILE
  402         At End
  403            Set CV-TBLLIB-EOF to True
  404         Not At End
  405            If CV-TBL-IS-HEADER
  406               If CV-IN-MEMBER
  407                  Perform Close-Out-Member
  408               End-If
  409               Set CV-IN-MEMBER to True
  410               Move 'Y' to CV-MEMBER-OK-SWITCH
  411               Move CV-TBL-HDR-NAME to CV-MEMBER-NAME
  412               If CV-TBL-HDR-VERSION = SPACES
  413                  Move '001' to CV-MEMBER-VERSION
  414               Else
  415                  Move CV-TBL-HDR-VERSION to CV-MEMBER-VERSION
  416               End-If
  417               Move ZERO to CV-TBL-E-CARD-COUNT
  418               Move ZERO to CV-TBL-A-CARD-COUNT
  419               Move Low-Values to CV-LIB-EBCDIC-TBL
  420               Move Low-Values to CV-LIB-ASCII-TBL
  421               Add 1 to CV-MEMBER-COUNT
  422            Else
  423               If CV-IN-MEMBER And CV-MEMBER-OK
  424                  Perform Collect-Member-Card
  425               End-If
  426            End-If
  427      End-Read
  428      .
       
       
  431  Collect-Member-Card.
  432      If (Not CV-TBL-CARD-EBCDIC And Not CV-TBL-CARD-ASCII)
  433         Or CV-TBL-CARD-SEQ Not Numeric
  434         Or CV-TBL-CARD-SEQ < 1 Or CV-TBL-CARD-SEQ > 16
  435         Move 'N' to CV-MEMBER-OK-SWITCH
  436      Else
  437         Compute CV-TBL-CARD-OFFSET =
  438            (CV-TBL-CARD-SEQ - 1) * 16
  439         If CV-TBL-CARD-EBCDIC
  440            Add 1 to CV-TBL-E-CARD-COUNT
  441         Else
  442            Add 1 to CV-TBL-A-CARD-COUNT
  443         End-If
  444         Perform Collect-Member-Byte
  445            Varying CV-TBL-PAIR-SUB From 1 By 1
  446            Until CV-TBL-PAIR-SUB > 16
  447      End-If
  448      .
       
       
  451  Collect-Member-Byte.
  452      Move CV-TBL-CARD-HEX ((CV-TBL-PAIR-SUB - 1) * 2 + 1 : 2)
  453         to CV-TBL-HEX-PAIR
  454      Compute CV-TBL-BYTE-IX =
  455         CV-TBL-CARD-OFFSET + CV-TBL-PAIR-SUB
  456      If CV-TBL-CARD-EBCDIC
  457         Call 'CVHEXTOB' Using CV-TBL-HEX-PAIR,
  458              CV-LIB-EBCDIC-TBL (CV-TBL-BYTE-IX : 1)
  459      Else
  460         Call 'CVHEXTOB' Using CV-TBL-HEX-PAIR,
  461              CV-LIB-ASCII-TBL (CV-TBL-BYTE-IX : 1)
  462      End-If
  463      If Return-Code Not = 0
  464         Move 'N' to CV-MEMBER-OK-SWITCH
  465         Move 0 to Return-Code
  466      End-If
  467      .
       
       
  470  Close-Out-Member.
  471      Move Spaces to CV-CERT-PAIR-NAME
  472      String CV-MEMBER-NAME Delimited By Space
  473         '.' Delimited By Size
  474         CV-MEMBER-VERSION Delimited By Size
  475         Into CV-CERT-PAIR-NAME
  476      If Not CV-MEMBER-OK
  477         Or CV-TBL-E-CARD-COUNT Not = 16
  478         Or CV-TBL-A-CARD-COUNT Not = 16
  479         Move 'Y' to CV-CHECK-FAIL-SWITCH
  480         Move 'MEMBER STRUCTURE' to CV-CERT-CHECK-NAME
  481         Perform Write-Check-Verdict
  482      Else
  483         Move CV-LIB-EBCDIC-TBL to CV-CERT-EBCDIC-TBL
  484         Move CV-LIB-ASCII-TBL  to CV-CERT-ASCII-TBL
  485         Perform Certify-Table-Pair
  486      End-If
  487      Move 'N' to CV-IN-MEMBER-SWITCH
  488      .
       
       
  491  Write-Check-Verdict.
  492      Move CV-CERT-PAIR-NAME to CV-CERT-PAIR-DISPLAY
  493      If CV-CHECK-FAILED
  494         Move 'FAIL' to CV-CERT-VERDICT
  495         If CV-TOTAL-FAIL-COUNT = 0
  496            Move CV-CERT-PAIR-NAME to CV-CERT-EVT-FIRST
  497         End-If
  498         Add 1 to CV-TOTAL-FAIL-COUNT
  499      Else
  500         Move 'PASS' to CV-CERT-VERDICT
  501      End-If
  502      Write CERT-REPORT-LINE From CV-CERT-DETAIL-LINE
  503      Display CV-CERT-DETAIL-LINE
  504      .
       
       
  507  Write-Offending-Byte.
  508      Call 'CVHEXCVT' Using CV-WORK-BYTE, CV-BAD-BYTE-HEX
  509      Move CV-BAD-BYTE-HEX to CV-CERT-BYTE-HEX
  510      Write CERT-REPORT-LINE From CV-CERT-BYTE-LINE
  511      .
       
       
      * Raised ahead of the step's condition code being set - the
      * call to ICVRTEVT would otherwise clear it.
  516  Raise-Certification-Event.
  517      Move Spaces to CV-EVENT-RECORD
  518      Set CV-EV-CERT to True
  519      Move 'ICVRTCRT' to CV-EV-PROGRAM
  520      Move CV-TBLLIB-DSN (1 : 44) to CV-EV-DATASET
  521      Move ZERO to CV-EV-ENTRY-NBR
  522      Move CV-CERT-RUN-ID to CV-EV-RUN-ID
  523      Move CV-CERT-EVT-RC to CV-EV-RETURN-CODE
  524      Move CV-CERT-EVT-REASON to CV-EV-REASON
  525      Call 'ICVRTEVT' Using CV-EVENT-RECORD
  526      .
