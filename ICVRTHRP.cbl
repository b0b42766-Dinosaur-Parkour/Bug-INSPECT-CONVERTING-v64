      * in order inside each feed.
      *
      * HRPCARD names the month, YYYYMM in columns 1-6.
      *
      * Each feed is judged only against its own scheduled days: the
      * ICVRTCAL feed calendar names the feed's schedule on its
      * heading line, and a row dated on a day the feed is not
      * scheduled (a weekday feed rerun on a Saturday, a month-end
      * file reconverted mid-month) is listed marked OFF-SCHED but
      * kept out of the feed's totals and exception rate, so an
      * out-of-pattern run cannot drag the month's figures about.
       
   26  ENVIRONMENT DIVISION.
   27  INPUT-OUTPUT SECTION.
   28  FILE-CONTROL.
   29      SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC CV-RUNHIST-DSN
   30          ORGANIZATION IS INDEXED
   31          ACCESS MODE IS SEQUENTIAL
   32          RECORD KEY IS CV-RH-FILE-KEY
   33          FILE STATUS IS CV-RUNHIST-STATUS.
       
   35      SELECT REPORT-CARD-FILE ASSIGN TO HRPCARD
   36          ORGANIZATION IS LINE SEQUENTIAL
   37          FILE STATUS IS CV-HRPCARD-STATUS.
       
   39      SELECT HISTORY-REPORT-FILE ASSIGN TO HISTRPT
   40          ORGANIZATION IS LINE SEQUENTIAL
   41          FILE STATUS IS CV-HISTRPT-STATUS.
       
   43  DATA DIVISION.
   44  FILE SECTION.
       
   46  FD  RUN-HISTORY-FILE.
   47  01  CV-RH-FILE-REC.
   48      05 CV-RH-FILE-KEY          PIC X(52).
   49      05 CV-RH-FILE-DATA         PIC X(3210).
       
   51  FD  REPORT-CARD-FILE.
   52  01  HRPCARD-LINE               PIC X(80).
       
   54  FD  HISTORY-REPORT-FILE.
   55  01  HISTORY-REPORT-LINE        PIC X(80).
       
   57  WORKING-STORAGE SECTION.
       
   59  COPY CVDDNAME.
       
   61  COPY RUNHREC.
       
   63  01  CV-RUNHIST-STATUS          PIC X(02) Value '00'.
   64  01  CV-HRPCARD-STATUS          PIC X(02) Value '00'.
   65  01  CV-HISTRPT-STATUS          PIC X(02) Value '00'.
       
   67  01  CV-HIST-EOF-SWITCH         PIC X(01) Value 'N'.
   68      88 CV-HIST-EOF                   Value 'Y'.
       
   70  01  CV-REPORT-MONTH            PIC X(06).
   71  01  CV-FEED-IN-PLAY-SWITCH     PIC X(01) Value 'N'.
   72      88 CV-FEED-IN-PLAY               Value 'Y'.
   73  01  CV-CURRENT-FEED            PIC X(44).
       
   75  01  CV-FEED-RUN-COUNT          PIC 9(05) COMP.
   76  01  CV-FEED-RECORDS            PIC 9(11) COMP.
   77  01  CV-FEED-EXCEPTIONS         PIC 9(11) COMP.
   78  01  CV-EXCEPTION-RATE          PIC 9(09) COMP.
   79  01  CV-FEED-OFF-SCHED          PIC 9(05) COMP.

   81  01  CV-CAL-DUE-SW              PIC X(01).
   82      88 CV-CAL-SCHEDULED-DAY         Value 'Y'.
   83  01  CV-CAL-SCHEDULE            PIC X(01).
       
   85  01  CV-RPT-MONTH-LINE.
   86      05 FILLER                  PIC X(25) Value
   87         'RUN HISTORY FOR MONTH    '.
   88      05 CV-RPT-MONTH            PIC X(06).
       
   90  01  CV-RPT-FEED-LINE.
   91      05 FILLER                  PIC X(05) Value 'FEED '.
   92      05 CV-RPT-FEED-NAME        PIC X(44).
   93      05 FILLER                  PIC X(10) Value
   94         ' SCHEDULE '.
   95      05 CV-RPT-FEED-SCHED       PIC X(20).
       
   97  01  CV-RPT-HEAD-LINE           PIC X(65) Value
   98      '     DATE    RECORDS SUBSTITD EXCEPTNS  REJECTS  ELAPSED
      -    '   RC'.
       
  101  01  CV-RPT-DETAIL-LINE.
  102      05 FILLER                  PIC X(01) Value SPACE.
  103      05 CV-RPT-RUN-DATE         PIC X(08).
  104      05 FILLER                  PIC X(01) Value SPACE.
  105      05 CV-RPT-RECORDS          PIC ZZZZZZZZ9.
  106      05 CV-RPT-SUBST            PIC ZZZZZZZZ9.
  107      05 CV-RPT-EXCP             PIC ZZZZZZZZ9.
  108      05 CV-RPT-REJ              PIC ZZZZZZZZ9.
  109      05 CV-RPT-ELAPSED          PIC ZZZZZZZZ9.
  110      05 CV-RPT-RC               PIC ZZZZ9.
  111      05 FILLER                  PIC X(01) Value SPACE.
  112      05 CV-RPT-SCHED-FLAG       PIC X(09).
       
  114  01  CV-RPT-TOTAL-LINE.
  115      05 FILLER                  PIC X(07) Value ' TOTAL '.
  116      05 CV-RPT-TOT-RUNS         PIC ZZZZ9.
  117      05 FILLER                  PIC X(07) Value ' RUNS, '.
  118      05 CV-RPT-TOT-RECS         PIC ZZZZZZZZZZ9.
  119      05 FILLER                  PIC X(10) Value ' RECORDS, '.
  120      05 CV-RPT-TOT-EXCP         PIC ZZZZZZZZZZ9.
  121      05 FILLER                  PIC X(12) Value ' EXCEPTIONS,'.
       
  123  01  CV-RPT-RATE-LINE.
  124      05 FILLER                  PIC X(07) Value ' RATE  '.
  125      05 CV-RPT-RATE             PIC ZZZZZZZZ9.
  126      05 FILLER                  PIC X(30) Value
  127         ' EXCEPTIONS PER MILLION RECS'.

  129  01  CV-RPT-OFF-SCHED-LINE.
  130      05 FILLER                  PIC X(07) Value SPACES.
  131      05 CV-RPT-OFF-SCHED        PIC ZZZZ9.
  132      05 FILLER                  PIC X(36) Value
  133         ' OFF-SCHEDULE RUNS NOT IN THE TOTALS'.
       
  135  01  CV-RPT-EMPTY-LINE          PIC X(37) Value
  136      'NO HISTORY ROWS FOR THE MONTH NAMED'.
       
  138  01  CV-RPT-SPACER              PIC X(01) Value SPACE.
       
  140  LINKAGE SECTION.
       
  142  PROCEDURE DIVISION.
       
  144  0000-MAINLINE.
  145      If CV-RUNHIST-DSN = SPACES Or LOW-VALUES
  146         Move 'RUNHIST' to CV-RUNHIST-DSN
  147      End-If
       
  149      Perform Establish-Report-Month
       
  151      Open Input RUN-HISTORY-FILE
  152      If CV-RUNHIST-STATUS Not = '00'
  153         Display 'ICVRTHRP: RUNHIST OPEN FAILED - STATUS '
  154            CV-RUNHIST-STATUS
  155         Move 16 to Return-Code
  156         Goback
  157      End-If
  158      Open Output HISTORY-REPORT-FILE
  159      If CV-HISTRPT-STATUS Not = '00'
  160         Display 'ICVRTHRP: HISTRPT OPEN FAILED - STATUS '
  161            CV-HISTRPT-STATUS
  162         Move 16 to Return-Code
  163         Goback
  164      End-If
       
  166      Move CV-REPORT-MONTH to CV-RPT-MONTH
  167      Write HISTORY-REPORT-LINE From CV-RPT-MONTH-LINE
       
  169      Perform Report-History-Row
  170         Until CV-HIST-EOF
       
  172      If CV-FEED-IN-PLAY
  173         Perform Write-Feed-Totals
  174      Else
  175         Write HISTORY-REPORT-LINE From CV-RPT-EMPTY-LINE
  176      End-If
       
  178      Close RUN-HISTORY-FILE
  179      Close HISTORY-REPORT-FILE
  180      Move 0 to Return-Code
  181      Goback.
       
       
  184  Establish-Report-Month.
  185      Open Input REPORT-CARD-FILE
  186      If CV-HRPCARD-STATUS Not = '00'
  187         Display 'ICVRTHRP: HRPCARD OPEN FAILED - STATUS '
  188            CV-HRPCARD-STATUS
  189         Move 16 to Return-Code
  190         Goback
  191      End-If
  192      Read REPORT-CARD-FILE
  193         At End
  194            Display 'ICVRTHRP: HRPCARD IS EMPTY'
  195            Move 16 to Return-Code
  196            Goback
  197      End-Read
  198      Move HRPCARD-LINE (1 : 6) to CV-REPORT-MONTH
  199      If CV-REPORT-MONTH Not Numeric
  200         Display 'ICVRTHRP: REPORT MONTH NOT NUMERIC - '
  201            CV-REPORT-MONTH
  202         Move 16 to Return-Code
  203         Goback
  204      End-If
  205      Close REPORT-CARD-FILE
  206      .
       
       
      * One history row per call, in key order (feed, then date).  A
      * row outside the month is passed over; a row for a new feed
      * closes out the totals of the feed before it.
  212  Report-History-Row.
  213      Read RUN-HISTORY-FILE
  214         At End
  215            Set CV-HIST-EOF to True
  216         Not At End
  217            Move CV-RH-FILE-REC to CV-RUNHIST-RECORD
  218            If CV-RH-FILE-KEY (45 : 6) = CV-REPORT-MONTH
  219               Perform Report-Month-Row
  220            End-If
  221      End-Read
  222      .
       
       
  225  Report-Month-Row.
  226      Call 'ICVRTCAL' Using CV-RH-DATASET, CV-RH-RUN-DATE,
  227           CV-CAL-DUE-SW, CV-CAL-SCHEDULE
  228      If Not CV-FEED-IN-PLAY
  229         Or CV-RH-DATASET Not = CV-CURRENT-FEED
  230         If CV-FEED-IN-PLAY
  231            Perform Write-Feed-Totals
  232         End-If
  233         Move CV-RH-DATASET to CV-CURRENT-FEED
  234         Set CV-FEED-IN-PLAY to True
  235         Move ZERO to CV-FEED-RUN-COUNT
  236         Move ZERO to CV-FEED-RECORDS
  237         Move ZERO to CV-FEED-EXCEPTIONS
  238         Move ZERO to CV-FEED-OFF-SCHED
  239         Write HISTORY-REPORT-LINE From CV-RPT-SPACER
  240         Move CV-RH-DATASET to CV-RPT-FEED-NAME
  241         Perform Name-Feed-Schedule
  242         Write HISTORY-REPORT-LINE From CV-RPT-FEED-LINE
  243         Write HISTORY-REPORT-LINE From CV-RPT-HEAD-LINE
  244      End-If
  245      If CV-CAL-SCHEDULED-DAY
  246         Add 1 to CV-FEED-RUN-COUNT
  247         Add CV-RH-RECORDS to CV-FEED-RECORDS
  248         Add CV-RH-EXCEPTIONS to CV-FEED-EXCEPTIONS
  249         Move Spaces to CV-RPT-SCHED-FLAG
  250      Else
  251         Add 1 to CV-FEED-OFF-SCHED
  252         Move 'OFF-SCHED' to CV-RPT-SCHED-FLAG
  253      End-If
  254      Move CV-RH-RUN-DATE to CV-RPT-RUN-DATE
  255      Move CV-RH-RECORDS to CV-RPT-RECORDS
  256      Move CV-RH-SUBST to CV-RPT-SUBST
  257      Move CV-RH-EXCEPTIONS to CV-RPT-EXCP
  258      Move CV-RH-REJECTS to CV-RPT-REJ
  259      Move CV-RH-ELAPSED to CV-RPT-ELAPSED
  260      Move CV-RH-RETURN-CODE to CV-RPT-RC
  261      Write HISTORY-REPORT-LINE From CV-RPT-DETAIL-LINE
  262      .
       
       
  265  Name-Feed-Schedule.
  266      Evaluate CV-CAL-SCHEDULE
  267         When 'W'
  268            Move 'BUSINESS DAYS' to CV-RPT-FEED-SCHED
  269         When 'F'
  270            Move 'FIRST BUSINESS DAY' to CV-RPT-FEED-SCHED
  271         When 'L'
  272            Move 'LAST BUSINESS DAY' to CV-RPT-FEED-SCHED
  273         When 'N'
  274            Move 'NAMED DAYS' to CV-RPT-FEED-SCHED
  275         When Other
  276            Move 'DAILY' to CV-RPT-FEED-SCHED
  277      End-Evaluate
  278      .


  281  Write-Feed-Totals.
  282      Move CV-FEED-RUN-COUNT to CV-RPT-TOT-RUNS
  283      Move CV-FEED-RECORDS to CV-RPT-TOT-RECS
  284      Move CV-FEED-EXCEPTIONS to CV-RPT-TOT-EXCP
  285      Write HISTORY-REPORT-LINE From CV-RPT-TOTAL-LINE
  286      If CV-FEED-RECORDS > 0
  287         Compute CV-EXCEPTION-RATE =
  288            (CV-FEED-EXCEPTIONS * 1000000) / CV-FEED-RECORDS
  289      Else
  290         Move ZERO to CV-EXCEPTION-RATE
  291      End-If
  292      Move CV-EXCEPTION-RATE to CV-RPT-RATE
  293      Write HISTORY-REPORT-LINE From CV-RPT-RATE-LINE
  294      If CV-FEED-OFF-SCHED > 0
  295         Move CV-FEED-OFF-SCHED to CV-RPT-OFF-SCHED
  296         Write HISTORY-REPORT-LINE From CV-RPT-OFF-SCHED-LINE
  297      End-If
  298      .
