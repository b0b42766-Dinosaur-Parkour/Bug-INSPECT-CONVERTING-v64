    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTFMG.
      * Field-map generator for the conversion suite.
      *
      * Every FLDMAP the conversion programs read - the CHAR/ZONE/
      * PACK/BIN type, 5-digit offset and 5-digit length cards that
      * Load-Field-Map-Entry loads - used to be worked out by hand
      * from the sender's copybook, and one miscounted offset quietly
      * turned a packed amount into character bytes and garbled it.
      * This utility reads the sender's record-layout copybook
      * (CPYBOOK) and writes the matching map deck (FLDMAPO) itself,
      * with a listing (FMGRPT) of every elementary field's name,
      * level, offset, length and map type.
      *
      * The copybook is read the way the compiler reads it: columns
      * 8-72, '*' and '/' lines skipped, entries ended by a period.
      * PIC X/A and edited pictures map CHAR; display numerics map
      * ZONE (unsigned or trailing overpunch sign), CHAR when the
      * sign is SEPARATE, and a one-byte ZONE card for the sign plus
      * a CHAR card for the digits when the overpunch sign is
      * LEADING.  COMP-3/PACKED-DECIMAL maps PACK; COMP, COMP-4,
      * COMP-5, BINARY, COMP-1, COMP-2, POINTER and INDEX map BIN.
      * Group-level USAGE and SIGN carry down to the elementary
      * items under them.  OCCURS is expanded one card per
      * occurrence (the maximum for OCCURS DEPENDING ON), so the
      * listing names each occurrence with its subscripts.  Only the
      * first definition of any storage is mapped: a REDEFINES item,
      * everything under it, and any second 01 record are listed
      * but carded nowhere, and DBCS (PIC G/N) items are listed but
      * not carded - bytes no card names pass through untouched,
      * which is what they need.  Each card carries the field name
      * in columns 18-57, which the conversion programs ignore.
      *
      * A copybook error fails the job RC 16 before FLDMAPO is
      * opened, so a bad run never leaves a half-written deck.
      *
      * When the production map is supplied (FLDMAPI - optional, a
      * new feed has none) the generated cards are compared with it
      * card for card in offset order, and every field whose offset,
      * length or type differs - or that exists on only one side -
      * is reported, so a sender's layout change shows up here
      * instead of on the night it breaks the feed.  RC 4 means the
      * map differs from production (or the copybook used a clause
      * the map cannot honour exactly, such as SYNC); RC 8 means the
      * deck is over the 256-card limit the conversion programs
      * load.

   48  ENVIRONMENT DIVISION.
   49  INPUT-OUTPUT SECTION.
   50  FILE-CONTROL.
   51      SELECT COPYBOOK-FILE ASSIGN TO CPYBOOK
   52          ORGANIZATION IS LINE SEQUENTIAL
   53          FILE STATUS IS CV-FMG-CPY-STATUS.

   55      SELECT NEW-MAP-FILE ASSIGN TO FLDMAPO
   56          ORGANIZATION IS LINE SEQUENTIAL
   57          FILE STATUS IS CV-FMG-NEWMAP-STATUS.

   59      SELECT PROD-MAP-FILE ASSIGN TO FLDMAPI
   60          ORGANIZATION IS LINE SEQUENTIAL
   61          FILE STATUS IS CV-FMG-PRODMAP-STATUS.

   63      SELECT MAP-REPORT-FILE ASSIGN TO FMGRPT
   64          ORGANIZATION IS LINE SEQUENTIAL
   65          FILE STATUS IS CV-FMG-RPT-STATUS.

   67  DATA DIVISION.
   68  FILE SECTION.

   70  FD  COPYBOOK-FILE.
   71  01  CPYBOOK-LINE               PIC X(80).

   73  FD  NEW-MAP-FILE.
   74  01  NEW-MAP-LINE               PIC X(80).

   76  FD  PROD-MAP-FILE.
   77  01  PROD-MAP-LINE              PIC X(80).

   79  FD  MAP-REPORT-FILE.
   80  01  MAP-REPORT-LINE            PIC X(100).

   82  WORKING-STORAGE SECTION.

   84  01  CV-FMG-CPY-STATUS          PIC X(02) Value '00'.
   85  01  CV-FMG-NEWMAP-STATUS       PIC X(02) Value '00'.
   86  01  CV-FMG-PRODMAP-STATUS      PIC X(02) Value '00'.
   87  01  CV-FMG-RPT-STATUS          PIC X(02) Value '00'.

   89  01  CV-FMG-CPY-EOF-SWITCH      PIC X(01) Value 'N'.
   90      88 CV-FMG-CPY-EOF                Value 'Y'.
   91  01  CV-FMG-PROD-EOF-SWITCH     PIC X(01) Value 'N'.
   92      88 CV-FMG-PROD-EOF               Value 'Y'.
   93  01  CV-FMG-PROD-PRESENT-SW     PIC X(01) Value 'N'.
   94      88 CV-FMG-PROD-PRESENT           Value 'Y'.
   95  01  CV-FMG-LITERAL-SWITCH      PIC X(01) Value 'N'.
   96      88 CV-FMG-IN-LITERAL             Value 'Y'.
   97  01  CV-FMG-END-STMT-SWITCH     PIC X(01) Value 'N'.
   98      88 CV-FMG-END-OF-STMT            Value 'Y'.
   99  01  CV-FMG-CARRY-SWITCH        PIC X(01).
  100      88 CV-FMG-CARRY                  Value 'Y'.
  101  01  CV-FMG-ODOMETER-SWITCH     PIC X(01).
  102      88 CV-FMG-ODOMETER-DONE          Value 'Y'.
  103  01  CV-FMG-SORT-DONE-SW        PIC X(01).
  104      88 CV-FMG-SORT-DONE              Value 'Y'.

      * The copybook line as the compiler sees it: sequence area,
      * indicator column, and the 65-byte program text area.
  108  01  CV-FMG-CPY-VIEW REDEFINES CPYBOOK-LINE.
  109      05 FILLER                  PIC X(06).
  110      05 CV-FMG-CPY-INDICATOR    PIC X(01).
  111         88 CV-FMG-CPY-COMMENT         Value '*' '/' 'D' 'd'.
  112         88 CV-FMG-CPY-CONTINUED       Value '-'.
  113      05 CV-FMG-CPY-TEXT         PIC X(65).
  114      05 FILLER                  PIC X(08).

  116  01  CV-FMG-CPY-LINE-NBR        PIC 9(05) COMP Value ZERO.
  117  01  CV-FMG-CPY-LINE-ED         PIC ZZZZ9.
  118  01  CV-FMG-CHAR-SUB            PIC 9(03) COMP.
  119  01  CV-FMG-CUR-CHAR            PIC X(01).
  120  01  CV-FMG-QUOTE-CHAR          PIC X(01).
  121  01  CV-FMG-TOKEN               PIC X(30) Value SPACES.
  122  01  CV-FMG-TOKEN-LEN           PIC 9(03) COMP Value ZERO.

      * One data description entry, split into its words.  Literals
      * are not kept: nothing the map needs lives inside a VALUE.
  126  01  CV-FMG-STMT-TABLE.
  127      05 CV-FMG-STMT-TOKEN       PIC X(30) Occurs 60.
  128  01  CV-FMG-STMT-COUNT          PIC 9(03) COMP Value ZERO.
  129  01  CV-FMG-TSUB                PIC 9(03) COMP.

      * The word under examination, with the clause vocabulary the
      * generator acts on.
  133  01  CV-FMG-WORD                PIC X(30).
  134      88 CV-FMG-WORD-IS-CLAUSE         Value 'PIC' 'PICTURE'
  135         'REDEFINES' 'OCCURS' 'USAGE' 'VALUE' 'VALUES'
  136         'SIGN' 'LEADING' 'TRAILING' 'SYNC' 'SYNCHRONIZED'
  137         'JUST' 'JUSTIFIED' 'BLANK' 'EXTERNAL' 'GLOBAL'
  138         'DISPLAY' 'COMP' 'COMP-1' 'COMP-2' 'COMP-3' 'COMP-4'
  139         'COMP-5' 'COMPUTATIONAL' 'COMPUTATIONAL-1'
  140         'COMPUTATIONAL-2' 'COMPUTATIONAL-3' 'COMPUTATIONAL-4'
  141         'COMPUTATIONAL-5' 'BINARY' 'PACKED-DECIMAL' 'POINTER'
  142         'INDEX'.
  143      88 CV-FMG-WORD-IS-BIN            Value 'COMP' 'COMP-4'
  144         'COMP-5' 'COMPUTATIONAL' 'COMPUTATIONAL-4'
  145         'COMPUTATIONAL-5' 'BINARY'.
  146      88 CV-FMG-WORD-IS-PACK           Value 'COMP-3'
  147         'COMPUTATIONAL-3' 'PACKED-DECIMAL'.
  148      88 CV-FMG-WORD-IS-FLOAT-SHORT    Value 'COMP-1'
  149         'COMPUTATIONAL-1'.
  150      88 CV-FMG-WORD-IS-FLOAT-LONG     Value 'COMP-2'
  151         'COMPUTATIONAL-2'.
  152      88 CV-FMG-WORD-IS-ADDRESS        Value 'POINTER' 'INDEX'.
  153      88 CV-FMG-WORD-IS-SYNC           Value 'SYNC'
  154         'SYNCHRONIZED'.

      * A word read as a number: the digits left-justified in the
      * word, moved across as an unsigned integer once their length
      * is known.
  159  01  CV-FMG-NUMBER              PIC 9(05).
  160  01  CV-FMG-NUMBER-LEN          PIC 9(03) COMP.
  161  01  CV-FMG-NUMBER-OK-SW        PIC X(01).
  162      88 CV-FMG-NUMBER-OK              Value 'Y'.

      * The clauses of the entry being interpreted.
  165  01  CV-FMG-CUR-LEVEL           PIC 9(02).
  166  01  CV-FMG-CUR-NAME            PIC X(30).
  167  01  CV-FMG-CUR-PIC             PIC X(30).
  168  01  CV-FMG-CUR-USAGE           PIC X(01).
  169  01  CV-FMG-CUR-SIGN-POS        PIC X(01).
  170  01  CV-FMG-CUR-SIGN-SEP        PIC X(01).
  171  01  CV-FMG-CUR-OCCURS          PIC 9(05) COMP.
  172  01  CV-FMG-CUR-REDEF-SW        PIC X(01).
  173  01  CV-FMG-CUR-NOTE            PIC X(24).
  174  01  CV-FMG-OCCURS-SEEN-SW      PIC X(01).
  175      88 CV-FMG-OCCURS-SEEN            Value 'Y'.

      * Picture analysis: display bytes, digit positions and what
      * kind of symbols the string holds.
  179  01  CV-FMG-PIC-LEN             PIC 9(03) COMP.
  180  01  CV-FMG-PIC-SUB             PIC 9(03) COMP.
  181  01  CV-FMG-PIC-CHAR            PIC X(01).
  182  01  CV-FMG-PIC-REPEAT          PIC 9(05).
  183  01  CV-FMG-PIC-BYTES           PIC 9(05) COMP.
  184  01  CV-FMG-PIC-DIGITS          PIC 9(05) COMP.
  185  01  CV-FMG-PIC-ALNUM           PIC 9(05) COMP.
  186  01  CV-FMG-PIC-SIGNED-SW       PIC X(01).
  187      88 CV-FMG-PIC-SIGNED             Value 'Y'.
  188  01  CV-FMG-PIC-EDITED-SW       PIC X(01).
  189      88 CV-FMG-PIC-EDITED             Value 'Y'.
  190  01  CV-FMG-PIC-DBCS-SW         PIC X(01).
  191      88 CV-FMG-PIC-DBCS               Value 'Y'.
  192  01  CV-FMG-DIGIT-TEXT          PIC X(05).
  193  01  CV-FMG-DIGIT-LEN           PIC 9(03) COMP.

      * Every data description entry of the copybook, in source
      * order, with its parent in the level hierarchy.  Form codes:
      * 'G' group, 'C' CHAR, 'Z' ZONE, 'L' ZONE with a leading
      * overpunch sign, 'P' PACK, 'B' BIN, 'U' listed but not
      * carded.  Offsets are zero-relative within the record; a
      * group's NEXT is where its next child starts and LAST-START
      * is where its last non-redefining child started, which is
      * where a REDEFINES of that child starts too.
  203  01  CV-FMG-ENT-TABLE.
  204      05 CV-FMG-ENTRY Occurs 1500.
  205         10 CV-FMG-ENT-LEVEL     PIC 9(02).
  206         10 CV-FMG-ENT-NAME      PIC X(30).
  207         10 CV-FMG-ENT-PARENT    PIC 9(04) COMP.
  208         10 CV-FMG-ENT-FORM      PIC X(01).
  209         10 CV-FMG-ENT-MAPPED-SW PIC X(01).
  210         10 CV-FMG-ENT-REDEF-SW  PIC X(01).
  211         10 CV-FMG-ENT-USAGE     PIC X(01).
  212         10 CV-FMG-ENT-SIGN-POS  PIC X(01).
  213         10 CV-FMG-ENT-SIGN-SEP  PIC X(01).
  214         10 CV-FMG-ENT-OCCURS    PIC 9(05) COMP.
  215         10 CV-FMG-ENT-SIZE      PIC 9(07) COMP.
  216         10 CV-FMG-ENT-OFFSET    PIC 9(07) COMP.
  217         10 CV-FMG-ENT-NEXT      PIC 9(07) COMP.
  218         10 CV-FMG-ENT-LAST-START
  219                                 PIC 9(07) COMP.
  220         10 CV-FMG-ENT-NOTE      PIC X(24).
  221  01  CV-FMG-ENT-COUNT           PIC 9(04) COMP Value ZERO.
  222  01  CV-FMG-ENT-SUB             PIC 9(04) COMP.
  223  01  CV-FMG-PARENT-SUB          PIC 9(04) COMP.
  224  01  CV-FMG-RECORD-COUNT        PIC 9(03) COMP Value ZERO.
  225  01  CV-FMG-RECORD-LENGTH       PIC 9(07) COMP Value ZERO.

      * The open groups above the entry being read, innermost last.
  228  01  CV-FMG-STACK.
  229      05 CV-FMG-STACK-ENTRY Occurs 50.
  230         10 CV-FMG-STACK-LEVEL   PIC 9(02).
  231         10 CV-FMG-STACK-INDEX   PIC 9(04) COMP.
  232  01  CV-FMG-STACK-DEPTH         PIC 9(03) COMP Value ZERO.

      * The OCCURS dimensions over the elementary item being
      * expanded, innermost first: the count, the size of one
      * occurrence, and the occurrence the odometer stands on.
  237  01  CV-FMG-DIM-TABLE.
  238      05 CV-FMG-DIM Occurs 7.
  239         10 CV-FMG-DIM-OCCURS    PIC 9(05) COMP.
  240         10 CV-FMG-DIM-STRIDE    PIC 9(07) COMP.
  241         10 CV-FMG-DIM-INDEX     PIC 9(05) COMP.
  242  01  CV-FMG-DIM-COUNT           PIC 9(03) COMP.
  243  01  CV-FMG-DIM-SUB             PIC 9(03) COMP.
  244  01  CV-FMG-OCC-OFFSET          PIC 9(07) COMP.
  245  01  CV-FMG-OCC-NAME            PIC X(40).
  246  01  CV-FMG-NAME-PTR            PIC 9(03) COMP.
  247  01  CV-FMG-INDEX-ED            PIC ZZZZ9.
  248  01  CV-FMG-LEAD-SPACES         PIC 9(03) COMP.

      * The generated map, one row per elementary field occurrence
      * (two for a leading-sign field), sorted into offset order
      * before it is listed and carded.  Offsets here are 1-relative
      * as on the cards.
  254  01  CV-FMG-MAP-TABLE.
  255      05 CV-FMG-MAP-ENTRY Occurs 3000.
  256         10 CV-FMG-MAP-NAME      PIC X(40).
  257         10 CV-FMG-MAP-LEVEL     PIC 9(02).
  258         10 CV-FMG-MAP-TYPE      PIC X(04).
  259         10 CV-FMG-MAP-OFFSET    PIC 9(07) COMP.
  260         10 CV-FMG-MAP-LENGTH    PIC 9(07) COMP.
  261         10 CV-FMG-MAP-CARD-SW   PIC X(01).
  262         10 CV-FMG-MAP-NOTE      PIC X(24).
  263  01  CV-FMG-MAP-COUNT           PIC 9(04) COMP Value ZERO.
  264  01  CV-FMG-MAP-SUB             PIC 9(04) COMP.
  265  01  CV-FMG-MAP-SORT-SUB        PIC 9(04) COMP.
  266  01  CV-FMG-MAP-SAVE.
  267      05 CV-FMG-MS-NAME          PIC X(40).
  268      05 CV-FMG-MS-LEVEL         PIC 9(02).
  269      05 CV-FMG-MS-TYPE          PIC X(04).
  270      05 CV-FMG-MS-OFFSET        PIC 9(07) COMP.
  271      05 CV-FMG-MS-LENGTH        PIC 9(07) COMP.
  272      05 CV-FMG-MS-CARD-SW       PIC X(01).
  273      05 CV-FMG-MS-NOTE          PIC X(24).

      * The carded rows alone, in deck order, for the compare.
  276  01  CV-FMG-NEW-TABLE.
  277      05 CV-FMG-NEW-ENTRY Occurs 3000.
  278         10 CV-FMG-NEW-NAME      PIC X(40).
  279         10 CV-FMG-NEW-TYPE      PIC X(04).
  280         10 CV-FMG-NEW-OFFSET    PIC 9(07) COMP.
  281         10 CV-FMG-NEW-LENGTH    PIC 9(07) COMP.
  282  01  CV-FMG-NEW-COUNT           PIC 9(04) COMP Value ZERO.

      * The production map, as keyed, sorted into offset order the
      * same way the conversion programs sort it on load.
  286  01  CV-FMG-PROD-TABLE.
  287      05 CV-FMG-PROD-ENTRY Occurs 3000.
  288         10 CV-FMG-PROD-TYPE     PIC X(04).
  289         10 CV-FMG-PROD-OFFSET   PIC 9(07) COMP.
  290         10 CV-FMG-PROD-LENGTH   PIC 9(07) COMP.
  291  01  CV-FMG-PROD-COUNT          PIC 9(04) COMP Value ZERO.
  292  01  CV-FMG-PROD-SORT-SUB       PIC 9(04) COMP.
  293  01  CV-FMG-PROD-SAVE.
  294      05 CV-FMG-PS-TYPE          PIC X(04).
  295      05 CV-FMG-PS-OFFSET        PIC 9(07) COMP.
  296      05 CV-FMG-PS-LENGTH        PIC 9(07) COMP.
  297  01  CV-FMG-CMP-SUB             PIC 9(04) COMP.
  298  01  CV-FMG-CMP-LIMIT           PIC 9(04) COMP.
  299  01  CV-FMG-CHANGE-COUNT        PIC 9(04) COMP Value ZERO.

      * Field-map card, the layout the conversion programs load,
      * with the field name carried in the columns they ignore.
  303  01  CV-FMG-CARD.
  304      05 CV-FMG-CARD-TYPE        PIC X(04).
  305      05 FILLER                  PIC X(01) Value SPACE.
  306      05 CV-FMG-CARD-OFFSET      PIC 9(05).
  307      05 FILLER                  PIC X(01) Value SPACE.
  308      05 CV-FMG-CARD-LENGTH      PIC 9(05).
  309      05 FILLER                  PIC X(01) Value SPACE.
  310      05 CV-FMG-CARD-NAME        PIC X(40).
  311      05 FILLER                  PIC X(23) Value SPACES.

  313  01  CV-FMG-PROD-VIEW REDEFINES PROD-MAP-LINE.
  314      05 CV-FMG-PV-TYPE          PIC X(04).
  315         88 CV-FMG-PV-TYPE-OK          Value 'CHAR' 'ZONE'
  316                                             'PACK' 'BIN '.
  317      05 FILLER                  PIC X(01).
  318      05 CV-FMG-PV-OFFSET        PIC 9(05).
  319      05 FILLER                  PIC X(01).
  320      05 CV-FMG-PV-LENGTH        PIC 9(05).
  321      05 FILLER                  PIC X(64).

  323  01  CV-FMG-WARN-RC             PIC 9(04) COMP Value ZERO.

  325  01  CV-FMG-TITLE-LINE.
  326      05 FILLER                  PIC X(40) Value
  327         'ICVRTFMG - FIELD MAP GENERATED FROM COPY'.
  328      05 FILLER                  PIC X(60) Value
  329         'BOOK'.

  331  01  CV-FMG-HEAD-LINE.
  332      05 FILLER                  PIC X(41) Value
  333         'FIELD NAME'.
  334      05 FILLER                  PIC X(59) Value
  335         'LV  OFFSET  LENGTH  TYPE  NOTE'.

  337  01  CV-FMG-DETAIL-LINE.
  338      05 CV-FMG-DTL-NAME         PIC X(40).
  339      05 FILLER                  PIC X(01) Value SPACE.
  340      05 CV-FMG-DTL-LEVEL        PIC 99.
  341      05 FILLER                  PIC X(02) Value SPACES.
  342      05 CV-FMG-DTL-OFFSET       PIC ZZZZZ9.
  343      05 FILLER                  PIC X(02) Value SPACES.
  344      05 CV-FMG-DTL-LENGTH       PIC ZZZZZ9.
  345      05 FILLER                  PIC X(02) Value SPACES.
  346      05 CV-FMG-DTL-TYPE         PIC X(04).
  347      05 FILLER                  PIC X(02) Value SPACES.
  348      05 CV-FMG-DTL-NOTE         PIC X(24).
  349      05 FILLER                  PIC X(09) Value SPACES.

  351  01  CV-FMG-CMP-TITLE-LINE.
  352      05 FILLER                  PIC X(40) Value
  353         'COMPARE WITH PRODUCTION FLDMAP (FLDMAPI)'.
  354      05 FILLER                  PIC X(60) Value SPACES.

  356  01  CV-FMG-CMP-LINE.
  357      05 CV-FMG-CMP-NAME         PIC X(40).
  358      05 FILLER                  PIC X(05) Value ' WAS '.
  359      05 CV-FMG-CMP-OLD-TYPE     PIC X(04).
  360      05 FILLER                  PIC X(01) Value SPACE.
  361      05 CV-FMG-CMP-OLD-OFFSET   PIC X(05).
  362      05 FILLER                  PIC X(01) Value SPACE.
  363      05 CV-FMG-CMP-OLD-LENGTH   PIC X(05).
  364      05 FILLER                  PIC X(05) Value ' NOW '.
  365      05 CV-FMG-CMP-NEW-TYPE     PIC X(04).
  366      05 FILLER                  PIC X(01) Value SPACE.
  367      05 CV-FMG-CMP-NEW-OFFSET   PIC X(05).
  368      05 FILLER                  PIC X(01) Value SPACE.
  369      05 CV-FMG-CMP-NEW-LENGTH   PIC X(05).
  370      05 FILLER                  PIC X(18) Value SPACES.
  371  01  CV-FMG-CMP-NUMBER          PIC 9(05).

  373  01  CV-FMG-DROPPED-NAME.
  374      05 FILLER                  PIC X(24) Value
  375         '(PRODUCTION CARD NUMBER '.
  376      05 CV-FMG-DROPPED-NBR      PIC ZZZ9.
  377      05 FILLER                  PIC X(01) Value ')'.
  378      05 FILLER                  PIC X(11) Value SPACES.

  380  01  CV-FMG-SUMMARY-FLD-LINE.
  381      05 FILLER                  PIC X(20) Value
  382         'FIELDS LISTED     : '.
  383      05 CV-FMG-SUMMARY-FLD-ED   PIC ZZZZ9.
  384  01  CV-FMG-SUMMARY-CRD-LINE.
  385      05 FILLER                  PIC X(20) Value
  386         'MAP CARDS WRITTEN : '.
  387      05 CV-FMG-SUMMARY-CRD-ED   PIC ZZZZ9.
  388  01  CV-FMG-SUMMARY-LEN-LINE.
  389      05 FILLER                  PIC X(20) Value
  390         'RECORD LENGTH     : '.
  391      05 CV-FMG-SUMMARY-LEN-ED   PIC ZZZZ9.
  392  01  CV-FMG-SUMMARY-CHG-LINE.
  393      05 FILLER                  PIC X(20) Value
  394         'FIELDS CHANGED    : '.
  395      05 CV-FMG-SUMMARY-CHG-ED   PIC ZZZZ9.
  396  01  CV-FMG-SUMMARY-NOP-LINE.
  397      05 FILLER                  PIC X(44) Value
  398         'NO PRODUCTION FLDMAP SUPPLIED - NOT COMPARED'.

  400  LINKAGE SECTION.

  402  PROCEDURE DIVISION.

  404  0000-MAINLINE.
  405      Open Input COPYBOOK-FILE
  406      If CV-FMG-CPY-STATUS Not = '00'
  407         Display 'ICVRTFMG: CPYBOOK OPEN FAILED - STATUS '
  408            CV-FMG-CPY-STATUS
  409         Move 16 to Return-Code
  410         Goback
  411      End-If
  412      Perform Read-Copybook-Line
  413         Until CV-FMG-CPY-EOF
  414      Close COPYBOOK-FILE
      * A last entry with its period missing still counts.
  416      If CV-FMG-STMT-COUNT > 0
  417         Perform Interpret-Statement
  418      End-If
  419      If CV-FMG-RECORD-COUNT = 0
  420         Display 'ICVRTFMG: CPYBOOK HAS NO DATA DESCRIPTION '
  421            'ENTRIES'
  422         Move 16 to Return-Code
  423         Goback
  424      End-If

  426      Perform Size-Group-Entry
  427         Varying CV-FMG-ENT-SUB From CV-FMG-ENT-COUNT By -1
  428         Until CV-FMG-ENT-SUB < 1
  429      Perform Place-Entry
  430         Varying CV-FMG-ENT-SUB From 1 By 1
  431         Until CV-FMG-ENT-SUB > CV-FMG-ENT-COUNT
  432      Perform Expand-Elementary-Entry
  433         Varying CV-FMG-ENT-SUB From 1 By 1
  434         Until CV-FMG-ENT-SUB > CV-FMG-ENT-COUNT
  435      Perform Sort-Map-Entry
  436         Varying CV-FMG-MAP-SUB From 2 By 1
  437         Until CV-FMG-MAP-SUB > CV-FMG-MAP-COUNT

  439      Perform Open-Generator-Outputs
  440      Perform Write-Map-Entry
  441         Varying CV-FMG-MAP-SUB From 1 By 1
  442         Until CV-FMG-MAP-SUB > CV-FMG-MAP-COUNT
  443      Close NEW-MAP-FILE
  444      Perform Write-Generator-Summary
  445      Perform Compare-Production-Map
  446      Close MAP-REPORT-FILE

  448      If CV-FMG-NEW-COUNT > 256
  449         Display 'ICVRTFMG: ' CV-FMG-NEW-COUNT
  450            ' MAP CARDS - CONVERSION PROGRAMS LOAD AT MOST 256'
  451         Move 8 to Return-Code
  452      Else
  453         If CV-FMG-CHANGE-COUNT > 0
  454            Move 4 to Return-Code
  455         Else
  456            Move CV-FMG-WARN-RC to Return-Code
  457         End-If
  458      End-If
  459      Goback.


      * One copybook line per call.  Comment lines and the sequence
      * and identification areas are skipped; the text area is
      * upper-cased (literals included, which are thrown away
      * anyway) and split into words.
  466  Read-Copybook-Line.
  467      Read COPYBOOK-FILE
  468         At End
  469            Set CV-FMG-CPY-EOF to True
  470         Not At End
  471            Add 1 to CV-FMG-CPY-LINE-NBR
  472            If Not CV-FMG-CPY-COMMENT
  473               And CV-FMG-CPY-TEXT Not = SPACES
  474               Inspect CV-FMG-CPY-TEXT
  475                  Converting 'abcdefghijklmnopqrstuvwxyz'
  476                          to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
  477               Move 1 to CV-FMG-CHAR-SUB
      * A continued literal picks up after the quote that reopens it.
  479               If CV-FMG-CPY-CONTINUED And CV-FMG-IN-LITERAL
  480                  Perform Skip-To-Continued-Quote
  481               End-If
  482               Perform Scan-Source-Char
  483                  Varying CV-FMG-CHAR-SUB
  484                  From CV-FMG-CHAR-SUB By 1
  485                  Until CV-FMG-CHAR-SUB > 65
  486               If Not CV-FMG-IN-LITERAL
  487                  Perform Finish-Token
  488               End-If
  489            End-If
  490      End-Read
  491      .


  494  Skip-To-Continued-Quote.
  495      Perform Step-Past-Blank
  496         Until CV-FMG-CHAR-SUB > 65
  497            Or CV-FMG-CPY-TEXT (CV-FMG-CHAR-SUB : 1) Not = SPACE
  498      Add 1 to CV-FMG-CHAR-SUB
  499      .


  502  Step-Past-Blank.
  503      Add 1 to CV-FMG-CHAR-SUB
  504      .


      * Words break on spaces; a quote opens a literal that runs to
      * its matching quote (a doubled quote simply closes and
      * reopens it).  Nothing inside a literal is kept.
  510  Scan-Source-Char.
  511      Move CV-FMG-CPY-TEXT (CV-FMG-CHAR-SUB : 1)
  512         to CV-FMG-CUR-CHAR
  513      If CV-FMG-IN-LITERAL
  514         If CV-FMG-CUR-CHAR = CV-FMG-QUOTE-CHAR
  515            Move 'N' to CV-FMG-LITERAL-SWITCH
  516         End-If
  517      Else
  518         Evaluate True
  519            When CV-FMG-CUR-CHAR = Quote Or CV-FMG-CUR-CHAR = ''''
  520               Perform Finish-Token
  521               Move CV-FMG-CUR-CHAR to CV-FMG-QUOTE-CHAR
  522               Set CV-FMG-IN-LITERAL to True
  523            When CV-FMG-CUR-CHAR = SPACE
  524               Perform Finish-Token
  525            When Other
  526               If CV-FMG-TOKEN-LEN < 30
  527                  Add 1 to CV-FMG-TOKEN-LEN
  528                  Move CV-FMG-CUR-CHAR
  529                     to CV-FMG-TOKEN (CV-FMG-TOKEN-LEN : 1)
  530               End-If
  531         End-Evaluate
  532      End-If
  533      .


      * A word ending in a period ends the entry; a period anywhere
      * else (an edited picture, a decimal literal) is part of the
      * word.
  539  Finish-Token.
  540      If CV-FMG-TOKEN-LEN > 0
  541         Move 'N' to CV-FMG-END-STMT-SWITCH
  542         If CV-FMG-TOKEN (CV-FMG-TOKEN-LEN : 1) = '.'
  543            Set CV-FMG-END-OF-STMT to True
  544            Move SPACE to CV-FMG-TOKEN (CV-FMG-TOKEN-LEN : 1)
  545            Subtract 1 from CV-FMG-TOKEN-LEN
  546         End-If
  547         If CV-FMG-TOKEN-LEN > 0
  548            And CV-FMG-STMT-COUNT < 60
  549            Add 1 to CV-FMG-STMT-COUNT
  550            Move CV-FMG-TOKEN
  551               to CV-FMG-STMT-TOKEN (CV-FMG-STMT-COUNT)
  552         End-If
  553         Move SPACES to CV-FMG-TOKEN
  554         Move 0 to CV-FMG-TOKEN-LEN
  555         If CV-FMG-END-OF-STMT
  556            If CV-FMG-STMT-COUNT > 0
  557               Perform Interpret-Statement
  558            End-If
  559            Move 0 to CV-FMG-STMT-COUNT
  560         End-If
  561      End-If
  562      .


      * One data description entry: level number, optional name,
      * then its clauses in any order.  66 and 88 entries describe
      * no storage and are passed over; a 77 stands alone like an
      * 01.
  569  Interpret-Statement.
  570      Move CV-FMG-STMT-TOKEN (1) to CV-FMG-WORD
  571      Perform Read-Word-As-Number
  572      If Not CV-FMG-NUMBER-OK
  573         Or CV-FMG-NUMBER-LEN > 2
  574         Or CV-FMG-NUMBER = 0
  575         Or (CV-FMG-NUMBER > 49 And CV-FMG-NUMBER Not = 66
  576             And CV-FMG-NUMBER Not = 77
  577             And CV-FMG-NUMBER Not = 88)
  578         Move CV-FMG-CPY-LINE-NBR to CV-FMG-CPY-LINE-ED
  579         Display 'ICVRTFMG: NOT A DATA DESCRIPTION ENTRY AT '
  580            'CPYBOOK LINE ' CV-FMG-CPY-LINE-ED ' - '
  581            CV-FMG-STMT-TOKEN (1)
  582         Move 16 to Return-Code
  583         Goback
  584      End-If
  585      If CV-FMG-NUMBER = 66 Or CV-FMG-NUMBER = 88
  586         Move 0 to CV-FMG-STMT-COUNT
  587      Else
  588         Move CV-FMG-NUMBER to CV-FMG-CUR-LEVEL
  589         If CV-FMG-CUR-LEVEL = 77
  590            Move 1 to CV-FMG-CUR-LEVEL
  591         End-If
  592         Perform Interpret-Entry-Clauses
  593         Perform Store-Entry
  594      End-If
  595      .


  598  Interpret-Entry-Clauses.
  599      Move 'FILLER' to CV-FMG-CUR-NAME
  600      Move SPACES to CV-FMG-CUR-PIC
  601      Move SPACE to CV-FMG-CUR-USAGE
  602      Move SPACE to CV-FMG-CUR-SIGN-POS
  603      Move SPACE to CV-FMG-CUR-SIGN-SEP
  604      Move 1 to CV-FMG-CUR-OCCURS
  605      Move 'N' to CV-FMG-CUR-REDEF-SW
  606      Move 'N' to CV-FMG-OCCURS-SEEN-SW
  607      Move SPACES to CV-FMG-CUR-NOTE
  608      Move 2 to CV-FMG-TSUB
  609      If CV-FMG-STMT-COUNT Not < 2
  610         Move CV-FMG-STMT-TOKEN (2) to CV-FMG-WORD
  611         If Not CV-FMG-WORD-IS-CLAUSE
  612            Move CV-FMG-WORD to CV-FMG-CUR-NAME
  613            Move 3 to CV-FMG-TSUB
  614         End-If
  615      End-If
  616      Perform Interpret-Clause-Word
  617         Varying CV-FMG-TSUB From CV-FMG-TSUB By 1
  618         Until CV-FMG-TSUB > CV-FMG-STMT-COUNT
  619      .


      * Words the map does not depend on - VALUE literals, TIMES,
      * IS, INDEXED BY names and the like - fall through to Other.
  624  Interpret-Clause-Word.
  625      Move CV-FMG-STMT-TOKEN (CV-FMG-TSUB) to CV-FMG-WORD
  626      Evaluate True
  627         When CV-FMG-WORD = 'PIC' Or CV-FMG-WORD = 'PICTURE'
  628            Add 1 to CV-FMG-TSUB
  629            If CV-FMG-TSUB Not > CV-FMG-STMT-COUNT
  630               And CV-FMG-STMT-TOKEN (CV-FMG-TSUB) = 'IS'
  631               Add 1 to CV-FMG-TSUB
  632            End-If
  633            If CV-FMG-TSUB > CV-FMG-STMT-COUNT
  634               Perform Report-Bad-Entry
  635            End-If
  636            Move CV-FMG-STMT-TOKEN (CV-FMG-TSUB)
  637               to CV-FMG-CUR-PIC
  638         When CV-FMG-WORD = 'OCCURS'
  639            Set CV-FMG-OCCURS-SEEN to True
  640            Perform Take-Occurs-Count
  641         When CV-FMG-WORD = 'TO' And CV-FMG-OCCURS-SEEN
  642            Perform Take-Occurs-Count
  643            Move 'OCCURS DEPENDING - MAX' to CV-FMG-CUR-NOTE
  644         When CV-FMG-WORD = 'DEPENDING'
  645            Add 1 to CV-FMG-TSUB
  646            If CV-FMG-TSUB Not > CV-FMG-STMT-COUNT
  647               And CV-FMG-STMT-TOKEN (CV-FMG-TSUB) = 'ON'
  648               Add 1 to CV-FMG-TSUB
  649            End-If
  650         When CV-FMG-WORD = 'REDEFINES'
  651            Move 'Y' to CV-FMG-CUR-REDEF-SW
  652            Add 1 to CV-FMG-TSUB
  653         When CV-FMG-WORD = 'LEADING'
  654            Move 'L' to CV-FMG-CUR-SIGN-POS
  655         When CV-FMG-WORD = 'TRAILING'
  656            Move 'T' to CV-FMG-CUR-SIGN-POS
  657         When CV-FMG-WORD = 'SEPARATE'
  658            Move 'Y' to CV-FMG-CUR-SIGN-SEP
  659         When CV-FMG-WORD-IS-SYNC
  660            Move 'SYNC - NO SLACK BYTES' to CV-FMG-CUR-NOTE
  661            Move 4 to CV-FMG-WARN-RC
  662         When CV-FMG-WORD = 'DISPLAY'
  663            Move 'D' to CV-FMG-CUR-USAGE
  664         When CV-FMG-WORD-IS-PACK
  665            Move 'P' to CV-FMG-CUR-USAGE
  666         When CV-FMG-WORD-IS-BIN
  667            Move 'B' to CV-FMG-CUR-USAGE
  668         When CV-FMG-WORD-IS-FLOAT-SHORT
  669            Move '4' to CV-FMG-CUR-USAGE
  670         When CV-FMG-WORD-IS-FLOAT-LONG
  671            Move '8' to CV-FMG-CUR-USAGE
  672         When CV-FMG-WORD-IS-ADDRESS
  673            Move 'A' to CV-FMG-CUR-USAGE
  674         When Other
  675            Continue
  676      End-Evaluate
  677      .


  680  Take-Occurs-Count.
  681      Add 1 to CV-FMG-TSUB
  682      If CV-FMG-TSUB > CV-FMG-STMT-COUNT
  683         Perform Report-Bad-Entry
  684      End-If
  685      Move CV-FMG-STMT-TOKEN (CV-FMG-TSUB) to CV-FMG-WORD
  686      Perform Read-Word-As-Number
  687      If Not CV-FMG-NUMBER-OK Or CV-FMG-NUMBER = 0
  688         Perform Report-Bad-Entry
  689      End-If
  690      Move CV-FMG-NUMBER to CV-FMG-CUR-OCCURS
  691      .


  694  Read-Word-As-Number.
  695      Move 'N' to CV-FMG-NUMBER-OK-SW
  696      Move 0 to CV-FMG-NUMBER-LEN
  697      Move 0 to CV-FMG-NUMBER
  698      Inspect CV-FMG-WORD Tallying CV-FMG-NUMBER-LEN
  699         For Characters Before Initial Space
  700      If CV-FMG-NUMBER-LEN > 0 And CV-FMG-NUMBER-LEN < 6
  701         If CV-FMG-WORD (1 : CV-FMG-NUMBER-LEN) Is Numeric
  702            Move CV-FMG-WORD (1 : CV-FMG-NUMBER-LEN)
  703               to CV-FMG-NUMBER
  704            Set CV-FMG-NUMBER-OK to True
  705         End-If
  706      End-If
  707      .


  710  Report-Bad-Entry.
  711      Move CV-FMG-CPY-LINE-NBR to CV-FMG-CPY-LINE-ED
  712      Display 'ICVRTFMG: INCOMPLETE CLAUSE IN ENTRY ENDING AT '
  713         'CPYBOOK LINE ' CV-FMG-CPY-LINE-ED ' - '
  714         CV-FMG-STMT-TOKEN (2)
  715      Move 16 to Return-Code
  716      Goback
  717      .


      * The entry joins the table under the innermost open group of
      * a lower level number, inheriting that group's USAGE and
      * SIGN when it states none of its own.  Only the first record
      * description is mapped; a REDEFINES entry is mapped nowhere
      * and neither is anything beneath it.
  725  Store-Entry.
  726      If CV-FMG-ENT-COUNT Not < 1500
  727         Display 'ICVRTFMG: TOO MANY ENTRIES - LIMIT 1500'
  728         Move 16 to Return-Code
  729         Goback
  730      End-If
  731      If CV-FMG-CUR-LEVEL = 1
  732         Move 0 to CV-FMG-STACK-DEPTH
  733         Add 1 to CV-FMG-RECORD-COUNT
  734      End-If
  735      Perform Pop-Closed-Group
  736         Until CV-FMG-STACK-DEPTH = 0
  737            Or CV-FMG-STACK-LEVEL (CV-FMG-STACK-DEPTH) <
  738               CV-FMG-CUR-LEVEL
  739      If CV-FMG-STACK-DEPTH = 0 And CV-FMG-CUR-LEVEL Not = 1
  740         Move CV-FMG-CPY-LINE-NBR to CV-FMG-CPY-LINE-ED
  741         Display 'ICVRTFMG: LEVEL ' CV-FMG-CUR-LEVEL
  742            ' ENTRY OUTSIDE ANY RECORD AT CPYBOOK LINE '
  743            CV-FMG-CPY-LINE-ED
  744         Move 16 to Return-Code
  745         Goback
  746      End-If
  747      If CV-FMG-STACK-DEPTH Not < 50
  748         Display 'ICVRTFMG: LEVELS NESTED TOO DEEP - LIMIT 50'
  749         Move 16 to Return-Code
  750         Goback
  751      End-If

  753      Add 1 to CV-FMG-ENT-COUNT
  754      Move CV-FMG-ENT-COUNT to CV-FMG-ENT-SUB
  755      If CV-FMG-STACK-DEPTH = 0
  756         Move 0 to CV-FMG-PARENT-SUB
  757      Else
  758         Move CV-FMG-STACK-INDEX (CV-FMG-STACK-DEPTH)
  759            to CV-FMG-PARENT-SUB
  760      End-If
  761      Add 1 to CV-FMG-STACK-DEPTH
  762      Move CV-FMG-CUR-LEVEL
  763         to CV-FMG-STACK-LEVEL (CV-FMG-STACK-DEPTH)
  764      Move CV-FMG-ENT-SUB
  765         to CV-FMG-STACK-INDEX (CV-FMG-STACK-DEPTH)

  767      Move CV-FMG-CUR-LEVEL to CV-FMG-ENT-LEVEL (CV-FMG-ENT-SUB)
  768      Move CV-FMG-CUR-NAME to CV-FMG-ENT-NAME (CV-FMG-ENT-SUB)
  769      Move CV-FMG-PARENT-SUB
  770         to CV-FMG-ENT-PARENT (CV-FMG-ENT-SUB)
  771      Move CV-FMG-CUR-REDEF-SW
  772         to CV-FMG-ENT-REDEF-SW (CV-FMG-ENT-SUB)
  773      Move CV-FMG-CUR-OCCURS to CV-FMG-ENT-OCCURS (CV-FMG-ENT-SUB)
  774      Move CV-FMG-CUR-NOTE to CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB)
  775      Move 0 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  776      Move 'G' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  777      If CV-FMG-PARENT-SUB > 0
  778         If CV-FMG-CUR-USAGE = SPACE
  779            Move CV-FMG-ENT-USAGE (CV-FMG-PARENT-SUB)
  780               to CV-FMG-CUR-USAGE
  781         End-If
  782         If CV-FMG-CUR-SIGN-POS = SPACE
  783            Move CV-FMG-ENT-SIGN-POS (CV-FMG-PARENT-SUB)
  784               to CV-FMG-CUR-SIGN-POS
  785            Move CV-FMG-ENT-SIGN-SEP (CV-FMG-PARENT-SUB)
  786               to CV-FMG-CUR-SIGN-SEP
  787         End-If
  788         If CV-FMG-ENT-FORM (CV-FMG-PARENT-SUB) Not = 'G'
  789            Move CV-FMG-CPY-LINE-NBR to CV-FMG-CPY-LINE-ED
  790            Display 'ICVRTFMG: ENTRY UNDER AN ELEMENTARY ITEM '
  791               'AT CPYBOOK LINE ' CV-FMG-CPY-LINE-ED
  792            Move 16 to Return-Code
  793            Goback
  794         End-If
  795      End-If
  796      Move CV-FMG-CUR-USAGE to CV-FMG-ENT-USAGE (CV-FMG-ENT-SUB)
  797      Move CV-FMG-CUR-SIGN-POS
  798         to CV-FMG-ENT-SIGN-POS (CV-FMG-ENT-SUB)
  799      Move CV-FMG-CUR-SIGN-SEP
  800         to CV-FMG-ENT-SIGN-SEP (CV-FMG-ENT-SUB)

  802      Move 'Y' to CV-FMG-ENT-MAPPED-SW (CV-FMG-ENT-SUB)
  803      Evaluate True
  804         When CV-FMG-PARENT-SUB = 0
  805            If CV-FMG-RECORD-COUNT > 1
  806               Move 'N' to CV-FMG-ENT-MAPPED-SW (CV-FMG-ENT-SUB)
  807               Move 'ADDITIONAL RECORD'
  808                  to CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB)
  809            End-If
  810         When CV-FMG-CUR-REDEF-SW = 'Y'
  811            Move 'N' to CV-FMG-ENT-MAPPED-SW (CV-FMG-ENT-SUB)
  812            Move 'REDEFINES - NOT MAPPED'
  813               to CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB)
  814         When CV-FMG-ENT-MAPPED-SW (CV-FMG-PARENT-SUB) = 'N'
  815            Move 'N' to CV-FMG-ENT-MAPPED-SW (CV-FMG-ENT-SUB)
  816            Move 'UNDER REDEFINES'
  817               to CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB)
  818      End-Evaluate

  820      If CV-FMG-CUR-PIC Not = SPACES
  821         Or CV-FMG-CUR-USAGE = '4' Or CV-FMG-CUR-USAGE = '8'
  822         Or CV-FMG-CUR-USAGE = 'A'
  823         Perform Classify-Elementary-Entry
  824      End-If
  825      .


  828  Pop-Closed-Group.
  829      Subtract 1 from CV-FMG-STACK-DEPTH
  830      .


      * Storage size and map form of an elementary item from its
      * picture and usage.
  835  Classify-Elementary-Entry.
  836      Move 0 to CV-FMG-PIC-BYTES
  837      Move 0 to CV-FMG-PIC-DIGITS
  838      Move 0 to CV-FMG-PIC-ALNUM
  839      Move 'N' to CV-FMG-PIC-SIGNED-SW
  840      Move 'N' to CV-FMG-PIC-EDITED-SW
  841      Move 'N' to CV-FMG-PIC-DBCS-SW
  842      If CV-FMG-CUR-PIC Not = SPACES
  843         Move 0 to CV-FMG-PIC-LEN
  844         Inspect CV-FMG-CUR-PIC Tallying CV-FMG-PIC-LEN
  845            For Characters Before Initial Space
  846         Move 1 to CV-FMG-PIC-SUB
  847         Perform Scan-Picture-Char
  848            Until CV-FMG-PIC-SUB > CV-FMG-PIC-LEN
  849      End-If

  851      Evaluate CV-FMG-CUR-USAGE
  852         When 'P'
  853            If CV-FMG-PIC-DIGITS = 0
  854               Perform Report-Bad-Picture
  855            End-If
  856            Compute CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB) =
  857               (CV-FMG-PIC-DIGITS / 2) + 1
  858            Move 'P' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  859         When 'B'
  860            If CV-FMG-PIC-DIGITS = 0
  861               Perform Report-Bad-Picture
  862            End-If
  863            Evaluate True
  864               When CV-FMG-PIC-DIGITS < 5
  865                  Move 2 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  866               When CV-FMG-PIC-DIGITS < 10
  867                  Move 4 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  868               When Other
  869                  Move 8 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  870            End-Evaluate
  871            Move 'B' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  872         When '4'
  873         When 'A'
  874            Move 4 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  875            Move 'B' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  876         When '8'
  877            Move 8 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  878            Move 'B' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  879         When Other
  880            Perform Classify-Display-Entry
  881      End-Evaluate
  882      If CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB) = 0
  883         Perform Report-Bad-Picture
  884      End-If
  885      .


      * Display usage: character and edited data is CHAR; a plain
      * numeric picture is zoned decimal, its sign overpunched on
      * the last byte unless the SIGN clause says otherwise.
  891  Classify-Display-Entry.
  892      Move CV-FMG-PIC-BYTES to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  893      Evaluate True
  894         When CV-FMG-PIC-DBCS
  895            Move 'U' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  896            Move 'DBCS - NOT MAPPED'
  897               to CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB)
  898         When CV-FMG-PIC-EDITED Or CV-FMG-PIC-ALNUM > 0
  899            Move 'C' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  900         When CV-FMG-PIC-SIGNED And CV-FMG-CUR-SIGN-SEP = 'Y'
  901            Add 1 to CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  902            Move 'C' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  903            Move 'SIGN SEPARATE'
  904               to CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB)
  905         When CV-FMG-PIC-SIGNED And CV-FMG-CUR-SIGN-POS = 'L'
  906            Move 'L' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  907         When Other
  908            Move 'Z' to CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
  909      End-Evaluate
  910      .


      * One picture symbol, with its '(n)' repeat when it has one.
      * S, V and P take no storage; N and G are two bytes each;
      * anything other than X, A and 9 makes the picture edited.
  916  Scan-Picture-Char.
  917      Move CV-FMG-CUR-PIC (CV-FMG-PIC-SUB : 1)
  918         to CV-FMG-PIC-CHAR
  919      Add 1 to CV-FMG-PIC-SUB
  920      Move 1 to CV-FMG-PIC-REPEAT
  921      If CV-FMG-PIC-SUB Not > CV-FMG-PIC-LEN
  922         And CV-FMG-CUR-PIC (CV-FMG-PIC-SUB : 1) = '('
  923         Add 1 to CV-FMG-PIC-SUB
  924         Move 0 to CV-FMG-DIGIT-LEN
  925         Move SPACES to CV-FMG-DIGIT-TEXT
  926         Perform Collect-Picture-Repeat
  927            Until CV-FMG-PIC-SUB > CV-FMG-PIC-LEN
  928               Or CV-FMG-CUR-PIC (CV-FMG-PIC-SUB : 1) = ')'
  929         Add 1 to CV-FMG-PIC-SUB
  930         If CV-FMG-DIGIT-LEN = 0 Or CV-FMG-DIGIT-LEN > 5
  931            Perform Report-Bad-Picture
  932         End-If
  933         If CV-FMG-DIGIT-TEXT (1 : CV-FMG-DIGIT-LEN)
  934            Is Not Numeric
  935            Perform Report-Bad-Picture
  936         End-If
  937         Move CV-FMG-DIGIT-TEXT (1 : CV-FMG-DIGIT-LEN)
  938            to CV-FMG-PIC-REPEAT
  939      End-If
  940      Evaluate CV-FMG-PIC-CHAR
  941         When 'X'
  942         When 'A'
  943            Add CV-FMG-PIC-REPEAT to CV-FMG-PIC-ALNUM
  944            Add CV-FMG-PIC-REPEAT to CV-FMG-PIC-BYTES
  945         When '9'
  946            Add CV-FMG-PIC-REPEAT to CV-FMG-PIC-DIGITS
  947            Add CV-FMG-PIC-REPEAT to CV-FMG-PIC-BYTES
  948         When 'S'
  949            Set CV-FMG-PIC-SIGNED to True
  950         When 'V'
  951         When 'P'
  952            Continue
  953         When 'N'
  954         When 'G'
  955            Set CV-FMG-PIC-DBCS to True
  956            Compute CV-FMG-PIC-BYTES =
  957               CV-FMG-PIC-BYTES + (CV-FMG-PIC-REPEAT * 2)
  958         When Other
  959            Set CV-FMG-PIC-EDITED to True
  960            Add CV-FMG-PIC-REPEAT to CV-FMG-PIC-BYTES
  961      End-Evaluate
  962      .


  965  Collect-Picture-Repeat.
  966      If CV-FMG-DIGIT-LEN < 5
  967         Add 1 to CV-FMG-DIGIT-LEN
  968         Move CV-FMG-CUR-PIC (CV-FMG-PIC-SUB : 1)
  969            to CV-FMG-DIGIT-TEXT (CV-FMG-DIGIT-LEN : 1)
  970      Else
  971         Move 6 to CV-FMG-DIGIT-LEN
  972      End-If
  973      Add 1 to CV-FMG-PIC-SUB
  974      .


  977  Report-Bad-Picture.
  978      Move CV-FMG-CPY-LINE-NBR to CV-FMG-CPY-LINE-ED
  979      Display 'ICVRTFMG: UNUSABLE PICTURE FOR '
  980         CV-FMG-CUR-NAME ' AT CPYBOOK LINE '
  981         CV-FMG-CPY-LINE-ED
  982      Move 16 to Return-Code
  983      Goback
  984      .


      * Walked from the last entry back to the first, so every item
      * under a group has its final size before the group adds it
      * in.  A REDEFINES adds nothing: it shares the storage of the
      * item it redefines.
  991  Size-Group-Entry.
  992      Move CV-FMG-ENT-PARENT (CV-FMG-ENT-SUB)
  993         to CV-FMG-PARENT-SUB
  994      If CV-FMG-PARENT-SUB > 0
  995         And CV-FMG-ENT-REDEF-SW (CV-FMG-ENT-SUB) Not = 'Y'
  996         Compute CV-FMG-ENT-SIZE (CV-FMG-PARENT-SUB) =
  997            CV-FMG-ENT-SIZE (CV-FMG-PARENT-SUB)
  998            + CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
  999            * CV-FMG-ENT-OCCURS (CV-FMG-ENT-SUB)
 1000      End-If
 1001      .


      * Walked first to last: each item starts where its group's
      * next free byte is, or - for a REDEFINES - where the item it
      * redefines started.  Every 01 starts at zero.
 1007  Place-Entry.
 1008      Move CV-FMG-ENT-PARENT (CV-FMG-ENT-SUB)
 1009         to CV-FMG-PARENT-SUB
 1010      Evaluate True
 1011         When CV-FMG-PARENT-SUB = 0
 1012            Move 0 to CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1013            If CV-FMG-ENT-MAPPED-SW (CV-FMG-ENT-SUB) = 'Y'
 1014               Move CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
 1015                  to CV-FMG-RECORD-LENGTH
 1016            End-If
 1017         When CV-FMG-ENT-REDEF-SW (CV-FMG-ENT-SUB) = 'Y'
 1018            Move CV-FMG-ENT-LAST-START (CV-FMG-PARENT-SUB)
 1019               to CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1020         When Other
 1021            Move CV-FMG-ENT-NEXT (CV-FMG-PARENT-SUB)
 1022               to CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1023            Move CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1024               to CV-FMG-ENT-LAST-START (CV-FMG-PARENT-SUB)
 1025            Compute CV-FMG-ENT-NEXT (CV-FMG-PARENT-SUB) =
 1026               CV-FMG-ENT-NEXT (CV-FMG-PARENT-SUB)
 1027               + CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
 1028               * CV-FMG-ENT-OCCURS (CV-FMG-ENT-SUB)
 1029      End-Evaluate
 1030      Move CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1031         to CV-FMG-ENT-NEXT (CV-FMG-ENT-SUB)
 1032      Move CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1033         to CV-FMG-ENT-LAST-START (CV-FMG-ENT-SUB)
 1034      .


      * Each elementary item becomes one map row per occurrence of
      * every OCCURS above it (its own included), stepped through
      * like an odometer with the innermost dimension turning
      * fastest.
 1041  Expand-Elementary-Entry.
 1042      If CV-FMG-ENT-FORM (CV-FMG-ENT-SUB) Not = 'G'
 1043         Move 0 to CV-FMG-DIM-COUNT
 1044         Move CV-FMG-ENT-SUB to CV-FMG-PARENT-SUB
 1045         Perform Collect-Occurs-Dimension
 1046            Until CV-FMG-PARENT-SUB = 0
 1047         Perform Reset-Dimension-Index
 1048            Varying CV-FMG-DIM-SUB From 1 By 1
 1049            Until CV-FMG-DIM-SUB > CV-FMG-DIM-COUNT
 1050         Move 'N' to CV-FMG-ODOMETER-SWITCH
 1051         Perform Emit-Occurrence
 1052            Until CV-FMG-ODOMETER-DONE
 1053      End-If
 1054      .


 1057  Collect-Occurs-Dimension.
 1058      If CV-FMG-ENT-OCCURS (CV-FMG-PARENT-SUB) > 1
 1059         If CV-FMG-DIM-COUNT Not < 7
 1060            Display 'ICVRTFMG: OCCURS NESTED MORE THAN 7 DEEP '
 1061               'OVER ' CV-FMG-ENT-NAME (CV-FMG-ENT-SUB)
 1062            Move 16 to Return-Code
 1063            Goback
 1064         End-If
 1065         Add 1 to CV-FMG-DIM-COUNT
 1066         Move CV-FMG-ENT-OCCURS (CV-FMG-PARENT-SUB)
 1067            to CV-FMG-DIM-OCCURS (CV-FMG-DIM-COUNT)
 1068         Move CV-FMG-ENT-SIZE (CV-FMG-PARENT-SUB)
 1069            to CV-FMG-DIM-STRIDE (CV-FMG-DIM-COUNT)
 1070      End-If
 1071      Move CV-FMG-ENT-PARENT (CV-FMG-PARENT-SUB)
 1072         to CV-FMG-PARENT-SUB
 1073      .


 1076  Reset-Dimension-Index.
 1077      Move 1 to CV-FMG-DIM-INDEX (CV-FMG-DIM-SUB)
 1078      .


 1081  Emit-Occurrence.
 1082      Move CV-FMG-ENT-OFFSET (CV-FMG-ENT-SUB)
 1083         to CV-FMG-OCC-OFFSET
 1084      Perform Add-Dimension-Offset
 1085         Varying CV-FMG-DIM-SUB From 1 By 1
 1086         Until CV-FMG-DIM-SUB > CV-FMG-DIM-COUNT
 1087      Perform Build-Occurrence-Name
 1088      If CV-FMG-OCC-OFFSET + CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
 1089         > 32756
 1090         Display 'ICVRTFMG: ' CV-FMG-OCC-NAME
 1091            ' LIES BEYOND 32756 BYTES'
 1092         Move 16 to Return-Code
 1093         Goback
 1094      End-If
 1095      If CV-FMG-ENT-FORM (CV-FMG-ENT-SUB) = 'L'
 1096         Move 1 to CV-FMG-MS-LENGTH
 1097         Move 'ZONE' to CV-FMG-MS-TYPE
 1098         Move 'LEADING SIGN BYTE' to CV-FMG-MS-NOTE
 1099         Perform Add-Map-Row
 1100         If CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB) > 1
 1101            Add 1 to CV-FMG-OCC-OFFSET
 1102            Compute CV-FMG-MS-LENGTH =
 1103               CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB) - 1
 1104            Move 'CHAR' to CV-FMG-MS-TYPE
 1105            Move 'DIGITS AFTER SIGN' to CV-FMG-MS-NOTE
 1106            Perform Add-Map-Row
 1107         End-If
 1108      Else
 1109         Move CV-FMG-ENT-SIZE (CV-FMG-ENT-SUB)
 1110            to CV-FMG-MS-LENGTH
 1111         Evaluate CV-FMG-ENT-FORM (CV-FMG-ENT-SUB)
 1112            When 'C'
 1113               Move 'CHAR' to CV-FMG-MS-TYPE
 1114            When 'Z'
 1115               Move 'ZONE' to CV-FMG-MS-TYPE
 1116            When 'P'
 1117               Move 'PACK' to CV-FMG-MS-TYPE
 1118            When 'B'
 1119               Move 'BIN ' to CV-FMG-MS-TYPE
 1120            When Other
 1121               Move '----' to CV-FMG-MS-TYPE
 1122         End-Evaluate
 1123         Move CV-FMG-ENT-NOTE (CV-FMG-ENT-SUB) to CV-FMG-MS-NOTE
 1124         Perform Add-Map-Row
 1125      End-If
 1126      Perform Advance-Odometer
 1127      .


 1130  Add-Dimension-Offset.
 1131      Compute CV-FMG-OCC-OFFSET = CV-FMG-OCC-OFFSET
 1132         + (CV-FMG-DIM-INDEX (CV-FMG-DIM-SUB) - 1)
 1133         * CV-FMG-DIM-STRIDE (CV-FMG-DIM-SUB)
 1134      .


      * The name as it would be written in a program, subscripts
      * outermost first: AMOUNT-DUE (2, 11).
 1139  Build-Occurrence-Name.
 1140      Move SPACES to CV-FMG-OCC-NAME
 1141      Move 1 to CV-FMG-NAME-PTR
 1142      String CV-FMG-ENT-NAME (CV-FMG-ENT-SUB) Delimited By Space
 1143         Into CV-FMG-OCC-NAME
 1144         With Pointer CV-FMG-NAME-PTR
 1145      If CV-FMG-DIM-COUNT > 0
 1146         String ' (' Delimited By Size
 1147            Into CV-FMG-OCC-NAME
 1148            With Pointer CV-FMG-NAME-PTR
 1149         Perform Add-Subscript-Text
 1150            Varying CV-FMG-DIM-SUB From CV-FMG-DIM-COUNT By -1
 1151            Until CV-FMG-DIM-SUB < 1
 1152         String ')' Delimited By Size
 1153            Into CV-FMG-OCC-NAME
 1154            With Pointer CV-FMG-NAME-PTR
 1155      End-If
 1156      .


 1159  Add-Subscript-Text.
 1160      Move CV-FMG-DIM-INDEX (CV-FMG-DIM-SUB) to CV-FMG-INDEX-ED
 1161      Move 0 to CV-FMG-LEAD-SPACES
 1162      Inspect CV-FMG-INDEX-ED Tallying CV-FMG-LEAD-SPACES
 1163         For Leading Spaces
 1164      String CV-FMG-INDEX-ED (CV-FMG-LEAD-SPACES + 1 : )
 1165         Delimited By Size
 1166         Into CV-FMG-OCC-NAME
 1167         With Pointer CV-FMG-NAME-PTR
 1168      If CV-FMG-DIM-SUB > 1
 1169         String ', ' Delimited By Size
 1170            Into CV-FMG-OCC-NAME
 1171            With Pointer CV-FMG-NAME-PTR
 1172      End-If
 1173      .


      * Turns the innermost dimension; a dimension that runs past
      * its count goes back to 1 and carries into the next one out.
      * A carry out of the outermost means every occurrence is done.
 1179  Advance-Odometer.
 1180      Set CV-FMG-CARRY to True
 1181      Perform Advance-One-Dimension
 1182         Varying CV-FMG-DIM-SUB From 1 By 1
 1183         Until CV-FMG-DIM-SUB > CV-FMG-DIM-COUNT
 1184            Or Not CV-FMG-CARRY
 1185      If CV-FMG-CARRY
 1186         Set CV-FMG-ODOMETER-DONE to True
 1187      End-If
 1188      .


 1191  Advance-One-Dimension.
 1192      Add 1 to CV-FMG-DIM-INDEX (CV-FMG-DIM-SUB)
 1193      If CV-FMG-DIM-INDEX (CV-FMG-DIM-SUB) >
 1194         CV-FMG-DIM-OCCURS (CV-FMG-DIM-SUB)
 1195         Move 1 to CV-FMG-DIM-INDEX (CV-FMG-DIM-SUB)
 1196      Else
 1197         Move 'N' to CV-FMG-CARRY-SWITCH
 1198      End-If
 1199      .


 1202  Add-Map-Row.
 1203      If CV-FMG-MAP-COUNT Not < 3000
 1204         Display 'ICVRTFMG: TOO MANY FIELD OCCURRENCES - '
 1205            'LIMIT 3000'
 1206         Move 16 to Return-Code
 1207         Goback
 1208      End-If
 1209      Add 1 to CV-FMG-MAP-COUNT
 1210      Move CV-FMG-OCC-NAME to CV-FMG-MAP-NAME (CV-FMG-MAP-COUNT)
 1211      Move CV-FMG-ENT-LEVEL (CV-FMG-ENT-SUB)
 1212         to CV-FMG-MAP-LEVEL (CV-FMG-MAP-COUNT)
 1213      Move CV-FMG-MS-TYPE to CV-FMG-MAP-TYPE (CV-FMG-MAP-COUNT)
 1214      Compute CV-FMG-MAP-OFFSET (CV-FMG-MAP-COUNT) =
 1215         CV-FMG-OCC-OFFSET + 1
 1216      Move CV-FMG-MS-LENGTH
 1217         to CV-FMG-MAP-LENGTH (CV-FMG-MAP-COUNT)
 1218      Move CV-FMG-MS-NOTE to CV-FMG-MAP-NOTE (CV-FMG-MAP-COUNT)
 1219      If CV-FMG-ENT-MAPPED-SW (CV-FMG-ENT-SUB) = 'Y'
 1220         And CV-FMG-MS-TYPE Not = '----'
 1221         Move 'Y' to CV-FMG-MAP-CARD-SW (CV-FMG-MAP-COUNT)
 1222      Else
 1223         Move 'N' to CV-FMG-MAP-CARD-SW (CV-FMG-MAP-COUNT)
 1224         Move '----' to CV-FMG-MAP-TYPE (CV-FMG-MAP-COUNT)
 1225      End-If
 1226      .


      * Rows come out grouped by copybook entry; each one sinks to
      * its place by offset, equal offsets keeping source order, so
      * the listing and the deck read down the record.
 1232  Sort-Map-Entry.
 1233      Move CV-FMG-MAP-ENTRY (CV-FMG-MAP-SUB) to CV-FMG-MAP-SAVE
 1234      Move CV-FMG-MAP-SUB to CV-FMG-MAP-SORT-SUB
 1235      Move 'N' to CV-FMG-SORT-DONE-SW
 1236      Perform Shift-Map-Entry
 1237         Until CV-FMG-SORT-DONE
 1238      Move CV-FMG-MAP-SAVE
 1239         to CV-FMG-MAP-ENTRY (CV-FMG-MAP-SORT-SUB)
 1240      .


 1243  Shift-Map-Entry.
 1244      If CV-FMG-MAP-SORT-SUB = 1
 1245         Set CV-FMG-SORT-DONE to True
 1246      Else
 1247         If CV-FMG-MAP-OFFSET (CV-FMG-MAP-SORT-SUB - 1)
 1248            Not > CV-FMG-MS-OFFSET
 1249            Set CV-FMG-SORT-DONE to True
 1250         Else
 1251            Move CV-FMG-MAP-ENTRY (CV-FMG-MAP-SORT-SUB - 1)
 1252               to CV-FMG-MAP-ENTRY (CV-FMG-MAP-SORT-SUB)
 1253            Subtract 1 from CV-FMG-MAP-SORT-SUB
 1254         End-If
 1255      End-If
 1256      .


      * Nothing is opened for output until the copybook has been
      * read clean, so a bad copybook leaves yesterday's deck alone.
 1261  Open-Generator-Outputs.
 1262      Open Output NEW-MAP-FILE
 1263      If CV-FMG-NEWMAP-STATUS Not = '00'
 1264         Display 'ICVRTFMG: FLDMAPO OPEN FAILED - STATUS '
 1265            CV-FMG-NEWMAP-STATUS
 1266         Move 16 to Return-Code
 1267         Goback
 1268      End-If
 1269      Open Output MAP-REPORT-FILE
 1270      If CV-FMG-RPT-STATUS Not = '00'
 1271         Display 'ICVRTFMG: FMGRPT OPEN FAILED - STATUS '
 1272            CV-FMG-RPT-STATUS
 1273         Move 16 to Return-Code
 1274         Goback
 1275      End-If
 1276      Write MAP-REPORT-LINE From CV-FMG-TITLE-LINE
 1277      Move SPACES to MAP-REPORT-LINE
 1278      Write MAP-REPORT-LINE
 1279      Write MAP-REPORT-LINE From CV-FMG-HEAD-LINE
 1280      .


 1283  Write-Map-Entry.
 1284      Move CV-FMG-MAP-NAME (CV-FMG-MAP-SUB) to CV-FMG-DTL-NAME
 1285      Move CV-FMG-MAP-LEVEL (CV-FMG-MAP-SUB) to CV-FMG-DTL-LEVEL
 1286      Move CV-FMG-MAP-OFFSET (CV-FMG-MAP-SUB)
 1287         to CV-FMG-DTL-OFFSET
 1288      Move CV-FMG-MAP-LENGTH (CV-FMG-MAP-SUB)
 1289         to CV-FMG-DTL-LENGTH
 1290      Move CV-FMG-MAP-TYPE (CV-FMG-MAP-SUB) to CV-FMG-DTL-TYPE
 1291      Move CV-FMG-MAP-NOTE (CV-FMG-MAP-SUB) to CV-FMG-DTL-NOTE
 1292      Write MAP-REPORT-LINE From CV-FMG-DETAIL-LINE
 1293      If CV-FMG-MAP-CARD-SW (CV-FMG-MAP-SUB) = 'Y'
 1294         Move CV-FMG-MAP-TYPE (CV-FMG-MAP-SUB)
 1295            to CV-FMG-CARD-TYPE
 1296         Move CV-FMG-MAP-OFFSET (CV-FMG-MAP-SUB)
 1297            to CV-FMG-CARD-OFFSET
 1298         Move CV-FMG-MAP-LENGTH (CV-FMG-MAP-SUB)
 1299            to CV-FMG-CARD-LENGTH
 1300         Move CV-FMG-MAP-NAME (CV-FMG-MAP-SUB)
 1301            to CV-FMG-CARD-NAME
 1302         Write NEW-MAP-LINE From CV-FMG-CARD
 1303         Add 1 to CV-FMG-NEW-COUNT
 1304         Move CV-FMG-MAP-NAME (CV-FMG-MAP-SUB)
 1305            to CV-FMG-NEW-NAME (CV-FMG-NEW-COUNT)
 1306         Move CV-FMG-MAP-TYPE (CV-FMG-MAP-SUB)
 1307            to CV-FMG-NEW-TYPE (CV-FMG-NEW-COUNT)
 1308         Move CV-FMG-MAP-OFFSET (CV-FMG-MAP-SUB)
 1309            to CV-FMG-NEW-OFFSET (CV-FMG-NEW-COUNT)
 1310         Move CV-FMG-MAP-LENGTH (CV-FMG-MAP-SUB)
 1311            to CV-FMG-NEW-LENGTH (CV-FMG-NEW-COUNT)
 1312      End-If
 1313      .


 1316  Write-Generator-Summary.
 1317      Move SPACES to MAP-REPORT-LINE
 1318      Write MAP-REPORT-LINE
 1319      Move CV-FMG-MAP-COUNT to CV-FMG-SUMMARY-FLD-ED
 1320      Write MAP-REPORT-LINE From CV-FMG-SUMMARY-FLD-LINE
 1321      Display CV-FMG-SUMMARY-FLD-LINE
 1322      Move CV-FMG-NEW-COUNT to CV-FMG-SUMMARY-CRD-ED
 1323      Write MAP-REPORT-LINE From CV-FMG-SUMMARY-CRD-LINE
 1324      Display CV-FMG-SUMMARY-CRD-LINE
 1325      Move CV-FMG-RECORD-LENGTH to CV-FMG-SUMMARY-LEN-ED
 1326      Write MAP-REPORT-LINE From CV-FMG-SUMMARY-LEN-LINE
 1327      Display CV-FMG-SUMMARY-LEN-LINE
 1328      .


      * The production map is compared card for card in offset
      * order - the order the conversion programs walk it in.  A
      * field inserted or widened in the layout shows every field
      * after it as moved, which is exactly what the production map
      * would get wrong.  No FLDMAPI (status '35') is a first map
      * for a new feed and is simply not compared.
 1337  Compare-Production-Map.
 1338      Open Input PROD-MAP-FILE
 1339      If CV-FMG-PRODMAP-STATUS = '35'
 1340         Move SPACES to MAP-REPORT-LINE
 1341         Write MAP-REPORT-LINE
 1342         Write MAP-REPORT-LINE From CV-FMG-SUMMARY-NOP-LINE
 1343         Display CV-FMG-SUMMARY-NOP-LINE
 1344      Else
 1345         If CV-FMG-PRODMAP-STATUS Not = '00'
 1346            Display 'ICVRTFMG: FLDMAPI OPEN FAILED - STATUS '
 1347               CV-FMG-PRODMAP-STATUS
 1348            Move 16 to Return-Code
 1349            Goback
 1350         End-If
 1351         Perform Load-Production-Card
 1352            Until CV-FMG-PROD-EOF
 1353         Close PROD-MAP-FILE
 1354         Perform Sort-Production-Entry
 1355            Varying CV-FMG-MAP-SUB From 2 By 1
 1356            Until CV-FMG-MAP-SUB > CV-FMG-PROD-COUNT
 1357         Move SPACES to MAP-REPORT-LINE
 1358         Write MAP-REPORT-LINE
 1359         Write MAP-REPORT-LINE From CV-FMG-CMP-TITLE-LINE
 1360         If CV-FMG-NEW-COUNT > CV-FMG-PROD-COUNT
 1361            Move CV-FMG-NEW-COUNT to CV-FMG-CMP-LIMIT
 1362         Else
 1363            Move CV-FMG-PROD-COUNT to CV-FMG-CMP-LIMIT
 1364         End-If
 1365         Perform Compare-Map-Card
 1366            Varying CV-FMG-CMP-SUB From 1 By 1
 1367            Until CV-FMG-CMP-SUB > CV-FMG-CMP-LIMIT
 1368         Move CV-FMG-CHANGE-COUNT to CV-FMG-SUMMARY-CHG-ED
 1369         Write MAP-REPORT-LINE From CV-FMG-SUMMARY-CHG-LINE
 1370         Display CV-FMG-SUMMARY-CHG-LINE
 1371      End-If
 1372      .


      * A production card the conversion programs would refuse is
      * still loaded - it is reported as a difference, which is the
      * point - but a card that is blank is skipped.
 1378  Load-Production-Card.
 1379      Read PROD-MAP-FILE
 1380         At End
 1381            Set CV-FMG-PROD-EOF to True
 1382         Not At End
 1383            If PROD-MAP-LINE Not = SPACES
 1384               If CV-FMG-PROD-COUNT Not < 3000
 1385                  Display 'ICVRTFMG: FLDMAPI TOO LARGE - '
 1386                     'LIMIT 3000 CARDS'
 1387                  Move 16 to Return-Code
 1388                  Goback
 1389               End-If
 1390               Add 1 to CV-FMG-PROD-COUNT
 1391               Move CV-FMG-PV-TYPE
 1392                  to CV-FMG-PROD-TYPE (CV-FMG-PROD-COUNT)
 1393               If CV-FMG-PV-OFFSET Is Numeric
 1394                  Move CV-FMG-PV-OFFSET
 1395                     to CV-FMG-PROD-OFFSET (CV-FMG-PROD-COUNT)
 1396               Else
 1397                  Move 0
 1398                     to CV-FMG-PROD-OFFSET (CV-FMG-PROD-COUNT)
 1399               End-If
 1400               If CV-FMG-PV-LENGTH Is Numeric
 1401                  Move CV-FMG-PV-LENGTH
 1402                     to CV-FMG-PROD-LENGTH (CV-FMG-PROD-COUNT)
 1403               Else
 1404                  Move 0
 1405                     to CV-FMG-PROD-LENGTH (CV-FMG-PROD-COUNT)
 1406               End-If
 1407            End-If
 1408      End-Read
 1409      .


 1412  Sort-Production-Entry.
 1413      Move CV-FMG-PROD-ENTRY (CV-FMG-MAP-SUB) to CV-FMG-PROD-SAVE
 1414      Move CV-FMG-MAP-SUB to CV-FMG-PROD-SORT-SUB
 1415      Move 'N' to CV-FMG-SORT-DONE-SW
 1416      Perform Shift-Production-Entry
 1417         Until CV-FMG-SORT-DONE
 1418      Move CV-FMG-PROD-SAVE
 1419         to CV-FMG-PROD-ENTRY (CV-FMG-PROD-SORT-SUB)
 1420      .


 1423  Shift-Production-Entry.
 1424      If CV-FMG-PROD-SORT-SUB = 1
 1425         Set CV-FMG-SORT-DONE to True
 1426      Else
 1427         If CV-FMG-PROD-OFFSET (CV-FMG-PROD-SORT-SUB - 1)
 1428            Not > CV-FMG-PS-OFFSET
 1429            Set CV-FMG-SORT-DONE to True
 1430         Else
 1431            Move CV-FMG-PROD-ENTRY (CV-FMG-PROD-SORT-SUB - 1)
 1432               to CV-FMG-PROD-ENTRY (CV-FMG-PROD-SORT-SUB)
 1433            Subtract 1 from CV-FMG-PROD-SORT-SUB
 1434         End-If
 1435      End-If
 1436      .


 1439  Compare-Map-Card.
 1440      Move SPACES to CV-FMG-CMP-OLD-TYPE
 1441      Move SPACES to CV-FMG-CMP-OLD-OFFSET
 1442      Move SPACES to CV-FMG-CMP-OLD-LENGTH
 1443      Move SPACES to CV-FMG-CMP-NEW-TYPE
 1444      Move SPACES to CV-FMG-CMP-NEW-OFFSET
 1445      Move SPACES to CV-FMG-CMP-NEW-LENGTH
 1446      Evaluate True
 1447         When CV-FMG-CMP-SUB > CV-FMG-PROD-COUNT
 1448            Move CV-FMG-NEW-NAME (CV-FMG-CMP-SUB)
 1449               to CV-FMG-CMP-NAME
 1450            Move 'NEW ' to CV-FMG-CMP-OLD-TYPE
 1451            Move '-----' to CV-FMG-CMP-OLD-OFFSET
 1452            Move '-----' to CV-FMG-CMP-OLD-LENGTH
 1453            Perform Show-New-Card
 1454            Perform Write-Change-Line
 1455         When CV-FMG-CMP-SUB > CV-FMG-NEW-COUNT
 1456            Move CV-FMG-CMP-SUB to CV-FMG-DROPPED-NBR
 1457            Move CV-FMG-DROPPED-NAME to CV-FMG-CMP-NAME
 1458            Perform Show-Old-Card
 1459            Move 'GONE' to CV-FMG-CMP-NEW-TYPE
 1460            Move '-----' to CV-FMG-CMP-NEW-OFFSET
 1461            Move '-----' to CV-FMG-CMP-NEW-LENGTH
 1462            Perform Write-Change-Line
 1463         When CV-FMG-NEW-TYPE (CV-FMG-CMP-SUB) Not =
 1464                 CV-FMG-PROD-TYPE (CV-FMG-CMP-SUB)
 1465           Or CV-FMG-NEW-OFFSET (CV-FMG-CMP-SUB) Not =
 1466                 CV-FMG-PROD-OFFSET (CV-FMG-CMP-SUB)
 1467           Or CV-FMG-NEW-LENGTH (CV-FMG-CMP-SUB) Not =
 1468                 CV-FMG-PROD-LENGTH (CV-FMG-CMP-SUB)
 1469            Move CV-FMG-NEW-NAME (CV-FMG-CMP-SUB)
 1470               to CV-FMG-CMP-NAME
 1471            Perform Show-Old-Card
 1472            Perform Show-New-Card
 1473            Perform Write-Change-Line
 1474         When Other
 1475            Continue
 1476      End-Evaluate
 1477      .


 1480  Show-Old-Card.
 1481      Move CV-FMG-PROD-TYPE (CV-FMG-CMP-SUB)
 1482         to CV-FMG-CMP-OLD-TYPE
 1483      Move CV-FMG-PROD-OFFSET (CV-FMG-CMP-SUB)
 1484         to CV-FMG-CMP-NUMBER
 1485      Move CV-FMG-CMP-NUMBER to CV-FMG-CMP-OLD-OFFSET
 1486      Move CV-FMG-PROD-LENGTH (CV-FMG-CMP-SUB)
 1487         to CV-FMG-CMP-NUMBER
 1488      Move CV-FMG-CMP-NUMBER to CV-FMG-CMP-OLD-LENGTH
 1489      .


 1492  Show-New-Card.
 1493      Move CV-FMG-NEW-TYPE (CV-FMG-CMP-SUB)
 1494         to CV-FMG-CMP-NEW-TYPE
 1495      Move CV-FMG-NEW-OFFSET (CV-FMG-CMP-SUB)
 1496         to CV-FMG-CMP-NUMBER
 1497      Move CV-FMG-CMP-NUMBER to CV-FMG-CMP-NEW-OFFSET
 1498      Move CV-FMG-NEW-LENGTH (CV-FMG-CMP-SUB)
 1499         to CV-FMG-CMP-NUMBER
 1500      Move CV-FMG-CMP-NUMBER to CV-FMG-CMP-NEW-LENGTH
 1501      .


 1504  Write-Change-Line.
 1505      Add 1 to CV-FMG-CHANGE-COUNT
 1506      Write MAP-REPORT-LINE From CV-FMG-CMP-LINE
 1507      Display CV-FMG-CMP-LINE
 1508      .
