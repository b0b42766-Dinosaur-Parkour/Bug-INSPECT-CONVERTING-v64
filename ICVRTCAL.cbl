    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTCAL.
      * Feed schedule calendar owner for the conversion suite.
      *
      * One program owns the CALENDAR dataset the way ICVRTHST owns
      * the run history: the batch driver asks it whether a feed is
      * due on the run date, and the tolerance gate in ICVRT02 and
      * the ICVRTHRP trend report ask it which of a feed's past run
      * dates were scheduled ones, so a feed is judged only against
      * its own scheduled days - a Monday feed against prior Mondays,
      * a month-end file against prior month-ends.  The calendar is
      * read into storage on the first call of the run and kept.
      *
      * CALENDAR is 80-byte cards, '*' in column 1 for a comment -
      *   HOLIDAY  cols 9-16 YYYYMMDD, 18-57 description: a date that
      *            is not a business day.
      *   BUSDAY   cols 9-16 YYYYMMDD, 18-57 description: a Saturday
      *            or Sunday worked as a business day.
      *   FEED     cols 9-52 input dataset name (the name the run
      *            history is keyed on), col 54 schedule code, cols
      *            56-62 day mask for code 'N' -
      *              D  daily, every calendar day (the default for a
      *                 feed the calendar does not name)
      *              W  every business day
      *              F  first business day of the month
      *              L  last business day of the month
      *              N  named days: mask positions Monday through
      *                 Sunday, any character but blank or '.' marks
      *                 the day ('M.W.F..'); a holiday still is not
      *                 due
      * Business days are Monday to Friday less the holidays, plus
      * any BUSDAY date.  No CALENDAR at all makes every feed daily,
      * which is how the suite ran before there was a calendar.
      *
      * Call with the dataset name X(44) and date 9(08); answers 'Y'
      * (due) or 'N' in the due byte and the feed's schedule code in
      * the schedule byte.  A calendar that will not load answers
      * every feed due, so nothing goes unrun on its account.

   40  ENVIRONMENT DIVISION.
   41  INPUT-OUTPUT SECTION.
   42  FILE-CONTROL.
   43      SELECT CALENDAR-FILE ASSIGN TO CALENDAR
   44          ORGANIZATION IS LINE SEQUENTIAL
   45          FILE STATUS IS CV-CAL-STATUS.

   47  DATA DIVISION.
   48  FILE SECTION.

   50  FD  CALENDAR-FILE.
   51  01  CALENDAR-LINE              PIC X(80).

   53  WORKING-STORAGE SECTION.

   55  01  CV-CAL-STATUS              PIC X(02) Value '00'.
   56  01  CV-CAL-EOF-SW              PIC X(01) Value 'N'.
   57      88 CV-CAL-EOF                   Value 'Y'.
   58  01  CV-CAL-LOADED-SW           PIC X(01) Value 'N'.
   59      88 CV-CAL-LOADED                Value 'Y'.
   60  01  CV-CAL-USABLE-SW           PIC X(01) Value 'Y'.
   61      88 CV-CAL-USABLE                Value 'Y'.

   63  01  CV-CAL-CARD-VIEW REDEFINES CALENDAR-LINE.
   64      05 CV-CAL-CARD-TYPE        PIC X(07).
   65         88 CV-CAL-CARD-HOLIDAY        Value 'HOLIDAY'.
   66         88 CV-CAL-CARD-BUSDAY         Value 'BUSDAY '.
   67         88 CV-CAL-CARD-FEED           Value 'FEED   '.
   68      05 FILLER                  PIC X(01).
   69      05 CV-CAL-CARD-DATE        PIC X(08).
   70      05 FILLER                  PIC X(64).
   71  01  CV-CAL-FEED-VIEW REDEFINES CALENDAR-LINE.
   72      05 FILLER                  PIC X(08).
   73      05 CV-CAL-CARD-DATASET     PIC X(44).
   74      05 FILLER                  PIC X(01).
   75      05 CV-CAL-CARD-CODE        PIC X(01).
   76         88 CV-CAL-CODE-VALID          Value 'D' 'W' 'F' 'L'
   77                                             'N'.
   78      05 FILLER                  PIC X(01).
   79      05 CV-CAL-CARD-MASK        PIC X(07).
   80      05 FILLER                  PIC X(18).

      * Holidays and worked weekend dates, 'H' or 'B'.
   83  01  CV-CAL-DAY-TABLE.
   84      05 CV-CAL-DAY-ENTRY Occurs 1000.
   85         10 CV-CAL-DAY-DATE      PIC 9(08).
   86         10 CV-CAL-DAY-TYPE      PIC X(01).
   87  01  CV-CAL-DAY-COUNT           PIC 9(04) COMP Value ZERO.
   88  01  CV-CAL-DAY-SUB             PIC 9(04) COMP.

   90  01  CV-CAL-FEED-TABLE.
   91      05 CV-CAL-FEED-ENTRY Occurs 500.
   92         10 CV-CAL-FEED-DATASET  PIC X(44).
   93         10 CV-CAL-FEED-CODE     PIC X(01).
   94         10 CV-CAL-FEED-MASK     PIC X(07).
   95  01  CV-CAL-FEED-COUNT          PIC 9(04) COMP Value ZERO.
   96  01  CV-CAL-FEED-SUB            PIC 9(04) COMP.
   97  01  CV-CAL-FOUND-SW            PIC X(01).
   98      88 CV-CAL-FOUND                 Value 'Y'.
   99  01  CV-CAL-CODE                PIC X(01).
  100  01  CV-CAL-MASK                PIC X(07).

      * The date under test, broken out for the day-of-week sum and
      * the scan of its month.  Day of week runs 1 Monday through
      * 7 Sunday.
  105  01  CV-CAL-TEST-DATE.
  106      05 CV-CAL-TEST-YY          PIC 9(04).
  107      05 CV-CAL-TEST-MM          PIC 9(02).
  108      05 CV-CAL-TEST-DD          PIC 9(02).
  109  01  CV-CAL-TEST-DATE-9 REDEFINES CV-CAL-TEST-DATE
  110                                 PIC 9(08).
  111  01  CV-CAL-TEST-DOW            PIC 9(01).
  112  01  CV-CAL-BUSINESS-SW         PIC X(01).
  113      88 CV-CAL-BUSINESS-DAY          Value 'Y'.
  114  01  CV-CAL-HOLIDAY-SW          PIC X(01).
  115      88 CV-CAL-HOLIDAY               Value 'Y'.
  116  01  CV-CAL-ASKED-DD            PIC 9(02).
  117  01  CV-CAL-SCAN-DD             PIC 9(02).
  118  01  CV-CAL-MONTH-DAYS          PIC 9(02).
  119  01  CV-CAL-OTHER-SW            PIC X(01).
  120      88 CV-CAL-OTHER-BUSINESS        Value 'Y'.

  122  01  CV-CAL-ZY                  PIC 9(04) COMP.
  123  01  CV-CAL-ZM                  PIC 9(02) COMP.
  124  01  CV-CAL-ZSUM                PIC 9(06) COMP.
  125  01  CV-CAL-ZQUOT               PIC 9(06) COMP.
  126  01  CV-CAL-ZREM                PIC 9(02) COMP.
  127  01  CV-CAL-ZTERM               PIC 9(04) COMP.
  128  01  CV-CAL-REM-4               PIC 9(04) COMP.
  129  01  CV-CAL-REM-100             PIC 9(04) COMP.
  130  01  CV-CAL-REM-400             PIC 9(04) COMP.

  132  LINKAGE SECTION.

  134  01  CV-CAL-DATASET             PIC X(44).
  135  01  CV-CAL-DATE                PIC 9(08).
  136  01  CV-CAL-DUE-SW              PIC X(01).
  137  01  CV-CAL-SCHEDULE            PIC X(01).

  139  PROCEDURE DIVISION USING CV-CAL-DATASET, CV-CAL-DATE,
  140          CV-CAL-DUE-SW, CV-CAL-SCHEDULE.

  142  0000-MAINLINE.
  143      If Not CV-CAL-LOADED
  144         Perform Load-Calendar
  145      End-If

  147      Move 'D' to CV-CAL-CODE
  148      Move Spaces to CV-CAL-MASK
  149      If CV-CAL-USABLE
  150         Move 'N' to CV-CAL-FOUND-SW
  151         Perform Find-Feed-Schedule
  152            Varying CV-CAL-FEED-SUB From 1 By 1
  153            Until CV-CAL-FEED-SUB > CV-CAL-FEED-COUNT
  154               Or CV-CAL-FOUND
  155      End-If
  156      Move CV-CAL-CODE to CV-CAL-SCHEDULE

  158      Move CV-CAL-DATE to CV-CAL-TEST-DATE-9
  159      Move CV-CAL-TEST-DD to CV-CAL-ASKED-DD
  160      Perform Classify-Test-Date
  161      Move 'N' to CV-CAL-DUE-SW
  162      Evaluate CV-CAL-CODE
  163         When 'W'
  164            If CV-CAL-BUSINESS-DAY
  165               Move 'Y' to CV-CAL-DUE-SW
  166            End-If
  167         When 'F'
  168            If CV-CAL-BUSINESS-DAY
  169               Move 'N' to CV-CAL-OTHER-SW
  170               Perform Check-Other-Day
  171                  Varying CV-CAL-SCAN-DD From 1 By 1
  172                  Until CV-CAL-SCAN-DD Not < CV-CAL-ASKED-DD
  173                     Or CV-CAL-OTHER-BUSINESS
  174               If Not CV-CAL-OTHER-BUSINESS
  175                  Move 'Y' to CV-CAL-DUE-SW
  176               End-If
  177            End-If
  178         When 'L'
  179            If CV-CAL-BUSINESS-DAY
  180               Perform Set-Month-Days
  181               Move 'N' to CV-CAL-OTHER-SW
  182               Perform Check-Other-Day
  183                  Varying CV-CAL-SCAN-DD From CV-CAL-ASKED-DD
  184                  By 1
  185                  Until CV-CAL-SCAN-DD > CV-CAL-MONTH-DAYS
  186                     Or CV-CAL-OTHER-BUSINESS
  187               If Not CV-CAL-OTHER-BUSINESS
  188                  Move 'Y' to CV-CAL-DUE-SW
  189               End-If
  190            End-If
  191         When 'N'
  192            If CV-CAL-MASK (CV-CAL-TEST-DOW : 1) Not = SPACE
  193               And CV-CAL-MASK (CV-CAL-TEST-DOW : 1) Not = '.'
  194               And Not CV-CAL-HOLIDAY
  195               Move 'Y' to CV-CAL-DUE-SW
  196            End-If
  197         When Other
  198            Move 'Y' to CV-CAL-DUE-SW
  199      End-Evaluate
  200      Move 0 to Return-Code
  201      Goback.


      * Once per run.  No CALENDAR is the every-feed-daily case; a
      * card that does not read right is reported and passed over
      * rather than guessed at.  Neither is for the caller to act
      * on: each is announced here, and a calendar that will not
      * open answers every feed due, so the return code is zero on
      * every call.
  210  Load-Calendar.
  211      Set CV-CAL-LOADED to True
  212      Open Input CALENDAR-FILE
  213      If CV-CAL-STATUS = '00'
  214         Perform Load-Calendar-Card
  215            Until CV-CAL-EOF
  216         Close CALENDAR-FILE
  217      Else
  218         If CV-CAL-STATUS Not = '35'
  219            Display 'ICVRTCAL: CALENDAR OPEN FAILED - STATUS '
  220               CV-CAL-STATUS ' - EVERY FEED TREATED AS DUE'
  221            Move 'N' to CV-CAL-USABLE-SW
  222         End-If
  223      End-If
  224      .


  227  Load-Calendar-Card.
  228      Read CALENDAR-FILE
  229         At End
  230            Set CV-CAL-EOF to True
  231         Not At End
  232            Evaluate True
  233               When CALENDAR-LINE = SPACES
  234               When CALENDAR-LINE (1 : 1) = '*'
  235                  Continue
  236               When CV-CAL-CARD-HOLIDAY Or CV-CAL-CARD-BUSDAY
  237                  Perform Load-Calendar-Date
  238               When CV-CAL-CARD-FEED
  239                  Perform Load-Feed-Schedule
  240               When Other
  241                  Display 'ICVRTCAL: BAD CALENDAR CARD - '
  242                     CALENDAR-LINE (1 : 16)
  243            End-Evaluate
  244      End-Read
  245      .


  248  Load-Calendar-Date.
  249      If CV-CAL-CARD-DATE Not Numeric
  250         Or CV-CAL-CARD-DATE (5 : 2) < '01'
  251         Or CV-CAL-CARD-DATE (5 : 2) > '12'
  252         Or CV-CAL-CARD-DATE (7 : 2) < '01'
  253         Or CV-CAL-CARD-DATE (7 : 2) > '31'
  254         Display 'ICVRTCAL: BAD CALENDAR DATE - '
  255            CALENDAR-LINE (1 : 16)
  256      Else
  257         If CV-CAL-DAY-COUNT Not < 1000
  258            Display 'ICVRTCAL: OVER 1000 CALENDAR DATES - '
  259               CALENDAR-LINE (1 : 16) ' IGNORED'
  260         Else
  261            Add 1 to CV-CAL-DAY-COUNT
  262            Move CV-CAL-CARD-DATE
  263               to CV-CAL-DAY-DATE (CV-CAL-DAY-COUNT)
  264            If CV-CAL-CARD-HOLIDAY
  265               Move 'H' to CV-CAL-DAY-TYPE (CV-CAL-DAY-COUNT)
  266            Else
  267               Move 'B' to CV-CAL-DAY-TYPE (CV-CAL-DAY-COUNT)
  268            End-If
  269         End-If
  270      End-If
  271      .


  274  Load-Feed-Schedule.
  275      If Not CV-CAL-CODE-VALID
  276         Or CV-CAL-CARD-DATASET = SPACES
  277         Or (CV-CAL-CARD-CODE = 'N'
  278            And (CV-CAL-CARD-MASK = SPACES
  279               Or CV-CAL-CARD-MASK = '.......'))
  280         Display 'ICVRTCAL: BAD FEED SCHEDULE - '
  281            CV-CAL-CARD-DATASET
  282      Else
  283         If CV-CAL-FEED-COUNT Not < 500
  284            Display 'ICVRTCAL: OVER 500 FEED SCHEDULES - '
  285               CV-CAL-CARD-DATASET ' IGNORED'
  286         Else
  287            Add 1 to CV-CAL-FEED-COUNT
  288            Move CV-CAL-CARD-DATASET
  289               to CV-CAL-FEED-DATASET (CV-CAL-FEED-COUNT)
  290            Move CV-CAL-CARD-CODE
  291               to CV-CAL-FEED-CODE (CV-CAL-FEED-COUNT)
  292            Move CV-CAL-CARD-MASK
  293               to CV-CAL-FEED-MASK (CV-CAL-FEED-COUNT)
  294         End-If
  295      End-If
  296      .


  299  Find-Feed-Schedule.
  300      If CV-CAL-FEED-DATASET (CV-CAL-FEED-SUB) = CV-CAL-DATASET
  301         Set CV-CAL-FOUND to True
  302         Move CV-CAL-FEED-CODE (CV-CAL-FEED-SUB) to CV-CAL-CODE
  303         Move CV-CAL-FEED-MASK (CV-CAL-FEED-SUB) to CV-CAL-MASK
  304      End-If
  305      .


      * A day is a business day when it is not a holiday and is
      * either a weekday or a worked weekend date.
  310  Classify-Test-Date.
  311      Perform Compute-Day-Of-Week
  312      Move 'N' to CV-CAL-HOLIDAY-SW
  313      If CV-CAL-TEST-DOW < 6
  314         Move 'Y' to CV-CAL-BUSINESS-SW
  315      Else
  316         Move 'N' to CV-CAL-BUSINESS-SW
  317      End-If
  318      Perform Match-Calendar-Date
  319         Varying CV-CAL-DAY-SUB From 1 By 1
  320         Until CV-CAL-DAY-SUB > CV-CAL-DAY-COUNT
  321      .


  324  Match-Calendar-Date.
  325      If CV-CAL-DAY-DATE (CV-CAL-DAY-SUB) = CV-CAL-TEST-DATE-9
  326         If CV-CAL-DAY-TYPE (CV-CAL-DAY-SUB) = 'H'
  327            Move 'Y' to CV-CAL-HOLIDAY-SW
  328            Move 'N' to CV-CAL-BUSINESS-SW
  329         Else
  330            If Not CV-CAL-HOLIDAY
  331               Move 'Y' to CV-CAL-BUSINESS-SW
  332            End-If
  333         End-If
  334      End-If
  335      .


      * Zeller's congruence, January and February counted as months
      * 13 and 14 of the year before; its 0 Saturday through 6
      * Friday is turned round to 1 Monday through 7 Sunday.
  341  Compute-Day-Of-Week.
  342      If CV-CAL-TEST-MM < 3
  343         Compute CV-CAL-ZM = CV-CAL-TEST-MM + 12
  344         Compute CV-CAL-ZY = CV-CAL-TEST-YY - 1
  345      Else
  346         Move CV-CAL-TEST-MM to CV-CAL-ZM
  347         Move CV-CAL-TEST-YY to CV-CAL-ZY
  348      End-If
  349      Compute CV-CAL-ZSUM = 13 * (CV-CAL-ZM + 1)
  350      Divide CV-CAL-ZSUM By 5 Giving CV-CAL-ZTERM
  351      Compute CV-CAL-ZSUM = CV-CAL-TEST-DD + CV-CAL-ZTERM
  352         + CV-CAL-ZY
  353      Divide CV-CAL-ZY By 4 Giving CV-CAL-ZTERM
  354      Add CV-CAL-ZTERM to CV-CAL-ZSUM
  355      Divide CV-CAL-ZY By 100 Giving CV-CAL-ZTERM
  356      Subtract CV-CAL-ZTERM From CV-CAL-ZSUM
  357      Divide CV-CAL-ZY By 400 Giving CV-CAL-ZTERM
  358      Add CV-CAL-ZTERM to CV-CAL-ZSUM
  359      Add 5 to CV-CAL-ZSUM
  360      Divide CV-CAL-ZSUM By 7 Giving CV-CAL-ZQUOT
  361         Remainder CV-CAL-ZREM
  362      Compute CV-CAL-TEST-DOW = CV-CAL-ZREM + 1
  363      .


      * Used both ways round: before the asked day for a first-
      * business-day feed, after it for a last-business-day feed.
      * The asked date is restored once the scan is done with it.
  369  Check-Other-Day.
  370      If CV-CAL-SCAN-DD Not = CV-CAL-ASKED-DD
  371         Move CV-CAL-SCAN-DD to CV-CAL-TEST-DD
  372         Perform Classify-Test-Date
  373         If CV-CAL-BUSINESS-DAY
  374            Set CV-CAL-OTHER-BUSINESS to True
  375         End-If
  376         Move CV-CAL-ASKED-DD to CV-CAL-TEST-DD
  377      End-If
  378      .


  381  Set-Month-Days.
  382      Evaluate CV-CAL-TEST-MM
  383         When 04
  384         When 06
  385         When 09
  386         When 11
  387            Move 30 to CV-CAL-MONTH-DAYS
  388         When 02
  389            Divide CV-CAL-TEST-YY By 4 Giving CV-CAL-ZTERM
  390               Remainder CV-CAL-REM-4
  391            Divide CV-CAL-TEST-YY By 100 Giving CV-CAL-ZTERM
  392               Remainder CV-CAL-REM-100
  393            Divide CV-CAL-TEST-YY By 400 Giving CV-CAL-ZTERM
  394               Remainder CV-CAL-REM-400
  395            If CV-CAL-REM-4 = 0
  396               And (CV-CAL-REM-100 Not = 0
  397                  Or CV-CAL-REM-400 = 0)
  398               Move 29 to CV-CAL-MONTH-DAYS
  399            Else
  400               Move 28 to CV-CAL-MONTH-DAYS
  401            End-If
  402         When Other
  403            Move 31 to CV-CAL-MONTH-DAYS
  404      End-Evaluate
  405      .
