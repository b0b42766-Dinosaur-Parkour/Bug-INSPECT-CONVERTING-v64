    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTPRF.
      * Byte-frequency drift report for the conversion suite.
      *
      * The exception scan only catches a byte the source alphabet
      * does not cover.  A sender that quietly switches code page -
      * CP037 to CP1140 for the currency sign, CP037 to CP500 for the
      * brackets - keeps every byte covered while the bytes mean
      * something else.  ICVRT02 keeps a profile with each run-history
      * row: how often each of the 256 byte values turned up among
      * the run's character-classed bytes, and the character each
      * value maps to under the feed's code page.  This report takes
      * one night's profile for each feed and sets it against the
      * feed's norm - its latest 30 earlier profiled runs that did
      * not fail - listing each byte value that is NEW (never seen in
      * the norm), VANISHED (seen every norm night, absent tonight) or
      * MOVED UP or DOWN (its share of the bytes three times the
      * norm's or a third of it, where either share is at least
      * 0.05 percent, so the noise in rare bytes stays off the page).
      * Each is shown in hex with the byte it maps to and, where that
      * is printable, the character - so a code-page change shows up
      * on its first night, not when a customer finds the brackets
      * gone.  The history file is keyed on dataset name then run
      * date, so one pass delivers each feed with its dates in order.
      *
      * PRFCARD, optional, names the run date YYYYMMDD in columns
      * 1-8; without it the latest run date on the history is
      * reported.  Return code 4 when any feed shows drift.

   30  ENVIRONMENT DIVISION.
   31  INPUT-OUTPUT SECTION.
   32  FILE-CONTROL.
   33      SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC CV-RUNHIST-DSN
   34          ORGANIZATION IS INDEXED
   35          ACCESS MODE IS SEQUENTIAL
   36          RECORD KEY IS CV-RH-FILE-KEY
   37          FILE STATUS IS CV-RUNHIST-STATUS.

   39      SELECT PROFILE-CARD-FILE ASSIGN TO PRFCARD
   40          ORGANIZATION IS LINE SEQUENTIAL
   41          FILE STATUS IS CV-PRFCARD-STATUS.

   43      SELECT PROFILE-REPORT-FILE ASSIGN TO PRFRPT
   44          ORGANIZATION IS LINE SEQUENTIAL
   45          FILE STATUS IS CV-PRFRPT-STATUS.

   47  DATA DIVISION.
   48  FILE SECTION.

   50  FD  RUN-HISTORY-FILE.
   51  01  CV-RH-FILE-REC.
   52      05 CV-RH-FILE-KEY          PIC X(52).
   53      05 CV-RH-FILE-DATA         PIC X(3210).

   55  FD  PROFILE-CARD-FILE.
   56  01  PRFCARD-LINE               PIC X(80).

   58  FD  PROFILE-REPORT-FILE.
   59  01  PROFILE-REPORT-LINE        PIC X(80).

   61  WORKING-STORAGE SECTION.

   63  COPY CVDDNAME.

   65  COPY RUNHREC.

   67  01  CV-RUNHIST-STATUS          PIC X(02) Value '00'.
   68  01  CV-PRFCARD-STATUS          PIC X(02) Value '00'.
   69  01  CV-PRFRPT-STATUS           PIC X(02) Value '00'.

   71  01  CV-HIST-EOF-SWITCH         PIC X(01) Value 'N'.
   72      88 CV-HIST-EOF                   Value 'Y'.
   73  01  CV-FEED-IN-PLAY-SWITCH     PIC X(01) Value 'N'.
   74      88 CV-FEED-IN-PLAY               Value 'Y'.
   75  01  CV-TONIGHT-SWITCH          PIC X(01) Value 'N'.
   76      88 CV-TONIGHT-FOUND              Value 'Y'.
   77  01  CV-DRIFT-SWITCH            PIC X(01) Value 'N'.
   78      88 CV-FEED-DRIFTED               Value 'Y'.

   80  01  CV-REPORT-DATE             PIC 9(08) Value ZERO.
   81  01  CV-CURRENT-FEED            PIC X(44).

   83  01  CV-FEEDS-PROFILED          PIC 9(05) COMP Value ZERO.
   84  01  CV-FEEDS-DRIFTED           PIC 9(05) COMP Value ZERO.

      * Tonight's profile, as the history row carried it.
   87  01  CV-TONIGHT-PROFILE.
   88      05 CV-TN-TOTAL             PIC 9(12) COMP.
   89      05 CV-TN-EDITION           PIC X(12).
   90      05 CV-TN-CHAR-MAP          PIC X(256).
   91      05 CV-TN-COUNT             PIC 9(11) COMP Occurs 256.

      * The norm: the feed's latest 30 earlier profiled runs that
      * did not fail, kept as a ring - the rows come oldest first,
      * so each new one overwrites the oldest once the ring is full.
   96  01  CV-NORM-RING.
   97      05 CV-NR-ROW Occurs 30.
   98         10 CV-NR-TOTAL          PIC 9(12) COMP.
   99         10 CV-NR-EDITION        PIC X(12).
  100         10 CV-NR-COUNT          PIC 9(11) COMP Occurs 256.
  101  01  CV-NR-USED                 PIC 9(02) COMP.
  102  01  CV-NR-NEXT                 PIC 9(02) COMP.
  103  01  CV-NR-NEWEST               PIC 9(02) COMP.
  104  01  CV-NR-SUB                  PIC 9(02) COMP.
  105  01  CV-NORM-MAX-NIGHTS         PIC 9(02) COMP Value 30.

  107  01  CV-BYTE-SUB                PIC 9(03) COMP.
  108  01  CV-NORM-TOTAL              PIC 9(14) COMP.
  109  01  CV-NORM-COUNT              PIC 9(14) COMP.
  110  01  CV-NORM-SEEN               PIC 9(02) COMP.
  111  01  CV-TONIGHT-PPM             PIC 9(07)V9(04).
  112  01  CV-NORM-PPM                PIC 9(07)V9(04).
  113  01  CV-CHANGE                  PIC X(10).

      * A share has to move by this factor, and one side of it be at
      * least this many parts per million, to count as a sharp move.
  117  01  CV-MOVE-FACTOR             PIC 9(02) COMP Value 3.
  118  01  CV-MOVE-FLOOR-PPM          PIC 9(07) COMP Value 500.

  120  01  CV-ORDINAL-CELL.
  121      05 FILLER                  PIC X(01) Value Low-Value.
  122      05 CV-ORDINAL-BYTE         PIC X(01).
  123  01  CV-ORDINAL-BIN REDEFINES CV-ORDINAL-CELL
  124                                 PIC 9(04) COMP.

      * The printable ASCII characters, X'20' through X'7E' in
      * order, for showing the character a mapped byte stands for.
  128  01  CV-PRINTABLE-CHARS.
  129      05 FILLER                  PIC X(32) Value
  130         ' !"#$%&''()*+,-./0123456789:;<=>?'.
  131      05 FILLER                  PIC X(32) Value
  132         '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
  133      05 FILLER                  PIC X(31) Value
  134         '`abcdefghijklmnopqrstuvwxyz{|}~'.
  135  01  CV-PRINTABLE REDEFINES CV-PRINTABLE-CHARS
  136                                 PIC X(95).

  138  01  CV-RPT-TITLE-LINE.
  139      05 FILLER                  PIC X(41) Value
  140         'BYTE-FREQUENCY DRIFT REPORT FOR RUN DATE '.
  141      05 CV-RPT-TITLE-DATE       PIC 9(08).

  143  01  CV-RPT-RULE-LINE.
  144      05 FILLER                  PIC X(47) Value
  145         ' MOVED = SHARE 3 TIMES UP OR DOWN ON THE NORM, '.
  146      05 FILLER                  PIC X(29) Value
  147         'EITHER SIDE 0.05 PCT OR MORE'.

  149  01  CV-RPT-FEED-LINE.
  150      05 FILLER                  PIC X(05) Value 'FEED '.
  151      05 CV-RPT-FEED-NAME        PIC X(44).
  152      05 FILLER                  PIC X(09) Value ' EDITION '.
  153      05 CV-RPT-FEED-EDITION     PIC X(12).

  155  01  CV-RPT-SIZE-LINE.
  156      05 FILLER                  PIC X(09) Value ' TONIGHT '.
  157      05 CV-RPT-TONIGHT-BYTES    PIC ZZZZZZZZZZZ9.
  158      05 FILLER                  PIC X(16) Value
  159         ' BYTES, NORM OF '.
  160      05 CV-RPT-NORM-NIGHTS      PIC Z9.
  161      05 FILLER                  PIC X(09) Value ' NIGHTS, '.
  162      05 CV-RPT-NORM-BYTES       PIC ZZZZZZZZZZZZZ9.
  163      05 FILLER                  PIC X(06) Value ' BYTES'.

  165  01  CV-RPT-EDITION-LINE.
  166      05 FILLER                  PIC X(41) Value
  167         ' EDITION CHANGED - LATEST NORM NIGHT RAN '.
  168      05 CV-RPT-NORM-EDITION     PIC X(12).

  170  01  CV-RPT-DETAIL-LINE.
  171      05 FILLER                  PIC X(04) Value '  X'''.
  172      05 CV-RPT-BYTE-HEX         PIC X(02).
  173      05 FILLER                  PIC X(07) Value ''' -> X'''.
  174      05 CV-RPT-MAP-HEX          PIC X(02).
  175      05 FILLER                  PIC X(03) Value '''  '.
  176      05 CV-RPT-MAP-CHAR         PIC X(01).
  177      05 FILLER                  PIC X(02) Value SPACES.
  178      05 CV-RPT-CHANGE           PIC X(10).
  179      05 FILLER                  PIC X(09) Value ' TONIGHT '.
  180      05 CV-RPT-TONIGHT-PCT      PIC ZZ9.9999.
  181      05 FILLER                  PIC X(08) Value '%  NORM '.
  182      05 CV-RPT-NORM-PCT         PIC ZZ9.9999.
  183      05 FILLER                  PIC X(08) Value '%  SEEN '.
  184      05 CV-RPT-SEEN             PIC Z9.
  185      05 FILLER                  PIC X(01) Value '/'.
  186      05 CV-RPT-NIGHTS           PIC Z9.

  188  01  CV-RPT-NODRIFT-LINE        PIC X(48) Value
  189      '  NO BYTE VALUE NEW, VANISHED OR MOVED SHARPLY'.
  190  01  CV-RPT-NONORM-LINE         PIC X(48) Value
  191      '  NO NORM YET - NO EARLIER PROFILED RUN ON FILE'.
  192  01  CV-RPT-EMPTY-LINE          PIC X(48) Value
  193      'NO PROFILED RUN ON FILE FOR THE RUN DATE'.

  195  01  CV-RPT-TOTAL-LINE.
  196      05 FILLER                  PIC X(16) Value
  197         'FEEDS PROFILED: '.
  198      05 CV-RPT-TOT-PROFILED     PIC ZZZZ9.
  199      05 FILLER                  PIC X(14) Value
  200         ', WITH DRIFT: '.
  201      05 CV-RPT-TOT-DRIFTED      PIC ZZZZ9.

  203  01  CV-RPT-SPACER              PIC X(01) Value SPACE.

  205  PROCEDURE DIVISION.

  207  0000-MAINLINE.
  208      If CV-RUNHIST-DSN = SPACES Or LOW-VALUES
  209         Move 'RUNHIST' to CV-RUNHIST-DSN
  210      End-If

  212      Perform Establish-Report-Date

  214      Open Input RUN-HISTORY-FILE
  215      If CV-RUNHIST-STATUS Not = '00'
  216         Display 'ICVRTPRF: RUNHIST OPEN FAILED - STATUS '
  217            CV-RUNHIST-STATUS
  218         Move 16 to Return-Code
  219         Goback
  220      End-If

      * No card: one pass to find the latest run date on file, then
      * the history is read again from the top for the report.
  224      If CV-REPORT-DATE = ZERO
  225         Perform Find-Latest-Run-Date
  226            Until CV-HIST-EOF
  227         Close RUN-HISTORY-FILE
  228         Move 'N' to CV-HIST-EOF-SWITCH
  229         Open Input RUN-HISTORY-FILE
  230         If CV-RUNHIST-STATUS Not = '00'
  231            Display 'ICVRTPRF: RUNHIST REOPEN FAILED - STATUS '
  232               CV-RUNHIST-STATUS
  233            Move 16 to Return-Code
  234            Goback
  235         End-If
  236      End-If

  238      Open Output PROFILE-REPORT-FILE
  239      If CV-PRFRPT-STATUS Not = '00'
  240         Display 'ICVRTPRF: PRFRPT OPEN FAILED - STATUS '
  241            CV-PRFRPT-STATUS
  242         Move 16 to Return-Code
  243         Goback
  244      End-If

  246      Move CV-REPORT-DATE to CV-RPT-TITLE-DATE
  247      Write PROFILE-REPORT-LINE From CV-RPT-TITLE-LINE
  248      Write PROFILE-REPORT-LINE From CV-RPT-RULE-LINE

  250      Perform Take-History-Row
  251         Until CV-HIST-EOF
  252      If CV-FEED-IN-PLAY
  253         Perform Close-Out-Feed
  254      End-If

  256      Write PROFILE-REPORT-LINE From CV-RPT-SPACER
  257      If CV-FEEDS-PROFILED = 0
  258         Write PROFILE-REPORT-LINE From CV-RPT-EMPTY-LINE
  259      End-If
  260      Move CV-FEEDS-PROFILED to CV-RPT-TOT-PROFILED
  261      Move CV-FEEDS-DRIFTED to CV-RPT-TOT-DRIFTED
  262      Write PROFILE-REPORT-LINE From CV-RPT-TOTAL-LINE

  264      Close RUN-HISTORY-FILE
  265      Close PROFILE-REPORT-FILE
  266      If CV-FEEDS-DRIFTED > 0
  267         Move 4 to Return-Code
  268      Else
  269         Move 0 to Return-Code
  270      End-If
  271      Goback.


      * The card is optional; a card that is there has to carry a
      * date.
  276  Establish-Report-Date.
  277      Open Input PROFILE-CARD-FILE
  278      If CV-PRFCARD-STATUS = '00'
  279         Read PROFILE-CARD-FILE
  280            Not At End
  281               If PRFCARD-LINE (1 : 8) Not = SPACES
  282                  If PRFCARD-LINE (1 : 8) Not Numeric
  283                     Display 'ICVRTPRF: RUN DATE NOT NUMERIC - '
  284                        PRFCARD-LINE (1 : 8)
  285                     Move 16 to Return-Code
  286                     Goback
  287                  End-If
  288                  Move PRFCARD-LINE (1 : 8) to CV-REPORT-DATE
  289               End-If
  290         End-Read
  291         Close PROFILE-CARD-FILE
  292      End-If
  293      .


  296  Find-Latest-Run-Date.
  297      Read RUN-HISTORY-FILE
  298         At End
  299            Set CV-HIST-EOF to True
  300         Not At End
  301            Move CV-RH-FILE-REC to CV-RUNHIST-RECORD
  302            If CV-RH-RUN-DATE Numeric
  303               And CV-RH-RUN-DATE > CV-REPORT-DATE
  304               Move CV-RH-RUN-DATE to CV-REPORT-DATE
  305            End-If
  306      End-Read
  307      .


      * One history row per call, in key order (feed, then date).  A
      * row for a new feed closes out the feed before it.  Rows
      * written before profiles were kept, or with nothing profiled,
      * play no part; rows dated after the run date are passed over.
  314  Take-History-Row.
  315      Read RUN-HISTORY-FILE
  316         At End
  317            Set CV-HIST-EOF to True
  318         Not At End
  319            Move CV-RH-FILE-REC to CV-RUNHIST-RECORD
  320            If CV-FEED-IN-PLAY
  321               And CV-RH-DATASET Not = CV-CURRENT-FEED
  322               Perform Close-Out-Feed
  323            End-If
  324            If Not CV-FEED-IN-PLAY
  325               Perform Open-New-Feed
  326            End-If
  327            If CV-RH-PROFILE-BYTES Numeric
  328               And CV-RH-PROFILE-BYTES > 0
  329               Evaluate True
  330                  When CV-RH-RUN-DATE = CV-REPORT-DATE
  331                     Perform Keep-Tonight-Profile
  332                  When CV-RH-RUN-DATE < CV-REPORT-DATE
  333                     And CV-RH-RETURN-CODE < 8
  334                     Perform Add-Norm-Night
  335                  When Other
  336                     Continue
  337               End-Evaluate
  338            End-If
  339      End-Read
  340      .


  343  Open-New-Feed.
  344      Set CV-FEED-IN-PLAY to True
  345      Move CV-RH-DATASET to CV-CURRENT-FEED
  346      Move 'N' to CV-TONIGHT-SWITCH
  347      Move ZERO to CV-NR-USED
  348      Move ZERO to CV-NR-NEXT
  349      Move ZERO to CV-NR-NEWEST
  350      .


  353  Keep-Tonight-Profile.
  354      Set CV-TONIGHT-FOUND to True
  355      Move CV-RH-PROFILE-BYTES to CV-TN-TOTAL
  356      Move CV-RH-CODEPAGE to CV-TN-EDITION
  357      Move CV-RH-CHAR-MAP to CV-TN-CHAR-MAP
  358      Perform Keep-Tonight-Count
  359         Varying CV-BYTE-SUB From 1 By 1
  360         Until CV-BYTE-SUB > 256
  361      .


  364  Keep-Tonight-Count.
  365      Move CV-RH-PROFILE-COUNT (CV-BYTE-SUB)
  366         to CV-TN-COUNT (CV-BYTE-SUB)
  367      .


  370  Add-Norm-Night.
  371      Add 1 to CV-NR-NEXT
  372      If CV-NR-NEXT > CV-NORM-MAX-NIGHTS
  373         Move 1 to CV-NR-NEXT
  374      End-If
  375      If CV-NR-USED < CV-NORM-MAX-NIGHTS
  376         Add 1 to CV-NR-USED
  377      End-If
  378      Move CV-NR-NEXT to CV-NR-NEWEST
  379      Move CV-RH-PROFILE-BYTES to CV-NR-TOTAL (CV-NR-NEXT)
  380      Move CV-RH-CODEPAGE to CV-NR-EDITION (CV-NR-NEXT)
  381      Perform Keep-Norm-Count
  382         Varying CV-BYTE-SUB From 1 By 1
  383         Until CV-BYTE-SUB > 256
  384      .


  387  Keep-Norm-Count.
  388      Move CV-RH-PROFILE-COUNT (CV-BYTE-SUB)
  389         to CV-NR-COUNT (CV-NR-NEXT, CV-BYTE-SUB)
  390      .


      * A feed with no profile for the run date did not run that
      * night (or ran before profiles were kept) and is not listed.
  395  Close-Out-Feed.
  396      If CV-TONIGHT-FOUND
  397         Perform Compare-Feed-Profile
  398      End-If
  399      Move 'N' to CV-FEED-IN-PLAY-SWITCH
  400      .


  403  Compare-Feed-Profile.
  404      Add 1 to CV-FEEDS-PROFILED
  405      Move ZERO to CV-NORM-TOTAL
  406      Perform Add-Norm-Total
  407         Varying CV-NR-SUB From 1 By 1
  408         Until CV-NR-SUB > CV-NR-USED

  410      Write PROFILE-REPORT-LINE From CV-RPT-SPACER
  411      Move CV-CURRENT-FEED to CV-RPT-FEED-NAME
  412      Move CV-TN-EDITION to CV-RPT-FEED-EDITION
  413      Write PROFILE-REPORT-LINE From CV-RPT-FEED-LINE
  414      Move CV-TN-TOTAL to CV-RPT-TONIGHT-BYTES
  415      Move CV-NR-USED to CV-RPT-NORM-NIGHTS
  416      Move CV-NORM-TOTAL to CV-RPT-NORM-BYTES
  417      Write PROFILE-REPORT-LINE From CV-RPT-SIZE-LINE

  419      If CV-NR-USED = 0
  420         Write PROFILE-REPORT-LINE From CV-RPT-NONORM-LINE
  421      Else
  422         If CV-NR-EDITION (CV-NR-NEWEST) Not = CV-TN-EDITION
  423            Move CV-NR-EDITION (CV-NR-NEWEST)
  424               to CV-RPT-NORM-EDITION
  425            Write PROFILE-REPORT-LINE From CV-RPT-EDITION-LINE
  426         End-If
  427         Move 'N' to CV-DRIFT-SWITCH
  428         Perform Judge-Byte-Value
  429            Varying CV-BYTE-SUB From 1 By 1
  430            Until CV-BYTE-SUB > 256
  431         If CV-FEED-DRIFTED
  432            Add 1 to CV-FEEDS-DRIFTED
  433         Else
  434            Write PROFILE-REPORT-LINE From CV-RPT-NODRIFT-LINE
  435         End-If
  436      End-If
  437      .


  440  Add-Norm-Total.
  441      Add CV-NR-TOTAL (CV-NR-SUB) to CV-NORM-TOTAL
  442      .


      * Shares are taken in parts per million of each side's own
      * byte total, so a night twice the usual size is not a drift
      * in every byte.
  448  Judge-Byte-Value.
  449      Move ZERO to CV-NORM-COUNT
  450      Move ZERO to CV-NORM-SEEN
  451      Perform Add-Norm-Count
  452         Varying CV-NR-SUB From 1 By 1
  453         Until CV-NR-SUB > CV-NR-USED
  454      Compute CV-TONIGHT-PPM Rounded =
  455         CV-TN-COUNT (CV-BYTE-SUB) * 1000000 / CV-TN-TOTAL
  456      If CV-NORM-TOTAL > 0
  457         Compute CV-NORM-PPM Rounded =
  458            CV-NORM-COUNT * 1000000 / CV-NORM-TOTAL
  459      Else
  460         Move ZERO to CV-NORM-PPM
  461      End-If

  463      Move Spaces to CV-CHANGE
  464      Evaluate True
  465         When CV-TN-COUNT (CV-BYTE-SUB) > 0
  466            And CV-NORM-SEEN = 0
  467            Move 'NEW' to CV-CHANGE
  468         When CV-TN-COUNT (CV-BYTE-SUB) = 0
  469            And CV-NORM-SEEN = CV-NR-USED
  470            Move 'VANISHED' to CV-CHANGE
  471         When CV-TN-COUNT (CV-BYTE-SUB) = 0
  472            Or CV-NORM-COUNT = 0
  473            Continue
  474         When CV-TONIGHT-PPM < CV-MOVE-FLOOR-PPM
  475            And CV-NORM-PPM < CV-MOVE-FLOOR-PPM
  476            Continue
  477         When CV-TONIGHT-PPM Not < CV-NORM-PPM * CV-MOVE-FACTOR
  478            Move 'MOVED UP' to CV-CHANGE
  479         When CV-NORM-PPM Not < CV-TONIGHT-PPM * CV-MOVE-FACTOR
  480            Move 'MOVED DOWN' to CV-CHANGE
  481         When Other
  482            Continue
  483      End-Evaluate

  485      If CV-CHANGE Not = Spaces
  486         Set CV-FEED-DRIFTED to True
  487         Perform Write-Drift-Line
  488      End-If
  489      .


  492  Add-Norm-Count.
  493      Add CV-NR-COUNT (CV-NR-SUB, CV-BYTE-SUB) to CV-NORM-COUNT
  494      If CV-NR-COUNT (CV-NR-SUB, CV-BYTE-SUB) > 0
  495         Add 1 to CV-NORM-SEEN
  496      End-If
  497      .


      * The byte value in hex, the byte it maps to under tonight's
      * code page in hex, and that byte's character when it is
      * printable ASCII ('.' when it is not).
  503  Write-Drift-Line.
  504      Compute CV-ORDINAL-BIN = CV-BYTE-SUB - 1
  505      Call 'CVHEXCVT' Using CV-ORDINAL-BYTE, CV-RPT-BYTE-HEX
  506      Call 'CVHEXCVT' Using CV-TN-CHAR-MAP (CV-BYTE-SUB : 1),
  507           CV-RPT-MAP-HEX
  508      Move CV-TN-CHAR-MAP (CV-BYTE-SUB : 1) to CV-ORDINAL-BYTE
  509      If CV-ORDINAL-BIN Not < 32 And CV-ORDINAL-BIN Not > 126
  510         Move CV-PRINTABLE (CV-ORDINAL-BIN - 31 : 1)
  511            to CV-RPT-MAP-CHAR
  512      Else
  513         Move '.' to CV-RPT-MAP-CHAR
  514      End-If
  515      Move CV-CHANGE to CV-RPT-CHANGE
  516      Compute CV-RPT-TONIGHT-PCT = CV-TONIGHT-PPM / 10000
  517      Compute CV-RPT-NORM-PCT = CV-NORM-PPM / 10000
  518      Move CV-NORM-SEEN to CV-RPT-SEEN
  519      Move CV-NR-USED to CV-RPT-NIGHTS
  520      Write PROFILE-REPORT-LINE From CV-RPT-DETAIL-LINE
  521      .
