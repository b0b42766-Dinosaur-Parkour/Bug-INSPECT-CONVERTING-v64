    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTIN.
      * Online inquiry, transaction CVN1: every feed run one night.
      *
      * What DRVRPT says about a night, without finding DRVRPT: for
      * the run date given (today when none is), each feed with a
      * run-history row for that date - dataset, return code, the
      * DRVRPT status word and records converted - fourteen feeds to
      * a page in dataset order.  RUNHIST is keyed on dataset then
      * date, so the browse skips: from each feed's first row it
      * repositions straight to that feed's row for the night, then
      * past the feed's later rows to the next feed, touching two
      * rows or so per feed however long the history.  Entries that
      * never converted (NOT DUE, SKIP, DUP, MISS) leave no history
      * row and are not listed.  S against a feed opens CVA1 on the
      * night's audited records of that run; H opens CVH1 on the
      * feed's history from that night back.
      *
      * Read only, browse commands against RUNHIST alone; drill-downs
      * go by Return Transid Immediate so each screen is attached
      * under its own transaction's security.

   23  ENVIRONMENT DIVISION.
   24  DATA DIVISION.
   25  WORKING-STORAGE SECTION.

   27  COPY DFHAID.

   29  COPY ICVRTMS.

   31  COPY INQCOMM.

   33  COPY RUNHREC.

   35  01  CV-THIS-TRANSID            PIC X(04) Value 'CVN1'.
   36  01  CV-LIST-TRANSID            PIC X(04) Value 'CVA1'.
   37  01  CV-HISTORY-TRANSID         PIC X(04) Value 'CVH1'.
   38  01  CV-RESP                    PIC S9(08) COMP.
   39  01  CV-RESP-DISPLAY            PIC 9(08).
   40  01  CV-ABSTIME                 PIC S9(15) COMP-3.
   41  01  CV-TODAY                   PIC X(08).

      * Where a page starts (the first feed on it) and where the
      * browse stands; dataset name then run date, the RUNHIST key.
   45  01  CV-START-DATASET           PIC X(44).
   46  01  CV-NIGHT-DATE              PIC X(08).
   47  01  CV-BROWSE-KEY.
   48      05 CV-BK-DATASET           PIC X(44).
   49      05 CV-BK-RUN-DATE          PIC X(08).

   51  01  CV-BROWSE-SWITCH           PIC X(01) Value 'N'.
   52      88 CV-BROWSE-DONE                Value 'Y'.
   53  01  CV-INPUT-SWITCH            PIC X(01) Value 'Y'.
   54      88 CV-INPUT-VALID                Value 'Y'.

   56  01  CV-ROW-SUB                 PIC 9(02) COMP.
   57  01  CV-SEL-SUB                 PIC 9(02) COMP.
   58  01  CV-SEL-ACTION              PIC X(01).
   59  01  CV-ROWS-PER-PAGE           PIC 9(02) COMP Value 14.

   61  01  CV-MESSAGE                 PIC X(78).
   62  01  CV-MSG-MORE                PIC X(60) Value
   63      'S = AUDITED RECORDS, H = FEED HISTORY - PF8 FOR MORE FEEDS'.
   64  01  CV-MSG-LAST                PIC X(60) Value
   65      'S = AUDITED RECORDS, H = FEED HISTORY - LAST FEED SHOWN'.
   66  01  CV-MSG-NONE                PIC X(60) Value
   67      'NO FEED HAS A RUN-HISTORY ROW FOR THAT DATE'.
   68  01  CV-MSG-BAD-DATE            PIC X(60) Value
   69      'THE DATE IS YYYYMMDD, OR BLANK FOR TODAY'.

   71  01  CV-INPUT-DATE              PIC X(08).

      * One feed's row for the night, in DRVRPT's terms.
   74  01  CV-NIGHT-LINE.
   75      05 CV-NL-DATASET           PIC X(44).
   76      05 FILLER                  PIC X(01) Value SPACE.
   77      05 CV-NL-RETURN-CODE       PIC ZZZ9.
   78      05 FILLER                  PIC X(01) Value SPACE.
   79      05 CV-NL-STATUS            PIC X(09).
   80      05 FILLER                  PIC X(01) Value SPACE.
   81      05 CV-NL-RECORDS           PIC ZZZZZZZZ9.

   83  01  CV-END-TEXT                PIC X(29) Value
   84      'CVN1 NIGHT RUN INQUIRY ENDED'.

   86  LINKAGE SECTION.
   87  01  DFHCOMMAREA                PIC X(1239).

   89  PROCEDURE DIVISION.

   91  0000-MAINLINE.
   92      Move Low-Values to CVNMAPO
   93      Move Spaces to CV-MESSAGE
   94      If EIBCALEN = 0
   95         Initialize CV-INQ-COMMAREA
   96         Set CV-IQ-CONTINUING to True
   97         Perform Find-Todays-Date
   98         Move CV-TODAY to CV-IQ-RUN-DATE
   99         Move Low-Values to CV-START-DATASET
  100         Perform Build-Night-Page
  101      Else
  102         Move DFHCOMMAREA (1 : EIBCALEN) to CV-INQ-COMMAREA
  103         If CV-IQ-FRESH
  104            Set CV-IQ-CONTINUING to True
  105            Move CV-IQ-FEED to CV-START-DATASET
  106            Perform Build-Night-Page
  107         Else
  108            Evaluate EIBAID
  109               When DFHPF3
  110                  Perform End-Inquiry
  111               When DFHENTER
  112                  Perform Take-Enter
  113               When DFHPF7
  114                  Move Low-Values to CV-START-DATASET
  115                  Perform Build-Night-Page
  116               When DFHPF8
  117                  Perform Page-Forward
  118               When Other
  119                  Perform Refresh-Current-Page
  120                  Move 'THAT KEY IS NOT IN USE ON THIS SCREEN'
  121                     to CV-MESSAGE
  122            End-Evaluate
  123         End-If
  124      End-If
  125      Perform Send-Night-Map
  126      Exec CICS Return Transid(CV-THIS-TRANSID)
  127           Commarea(CV-INQ-COMMAREA)
  128           Length(Length of CV-INQ-COMMAREA)
  129      End-Exec
  130      Goback.


  133  Find-Todays-Date.
  134      Exec CICS Asktime Abstime(CV-ABSTIME) End-Exec
  135      Exec CICS Formattime Abstime(CV-ABSTIME)
  136           Yyyymmdd(CV-TODAY)
  137      End-Exec
  138      .


      * S or H against a row drills down; otherwise Enter is a new
      * night.
  143  Take-Enter.
  144      Exec CICS Receive Map('CVNMAP') Mapset('ICVRTMS')
  145           Into(CVNMAPI)
  146           Resp(CV-RESP)
  147      End-Exec
  148      If CV-RESP = DFHRESP(MAPFAIL)
  149         Move Low-Values to CVNMAPI
  150      End-If
  151      Move ZERO to CV-SEL-SUB
  152      Set CV-INPUT-VALID to True
  153      Perform Find-Selection
  154         Varying CV-ROW-SUB From 1 By 1
  155         Until CV-ROW-SUB > CV-IQ-ROW-COUNT
  156      Inspect NDATEI Replacing All Low-Value by Space
  157      Move NDATEI to CV-INPUT-DATE
  158      Move Low-Values to CVNMAPO
  159      Evaluate True
  160         When Not CV-INPUT-VALID
  161            Perform Refresh-Current-Page
  162            Move 'S OR H SELECTS A FEED' to CV-MESSAGE
  163         When CV-SEL-SUB > 0
  164            Perform Open-Selected-Screen
  165         When CV-INPUT-DATE = Spaces
  166            Perform Find-Todays-Date
  167            Move CV-TODAY to CV-IQ-RUN-DATE
  168            Move Low-Values to CV-START-DATASET
  169            Perform Build-Night-Page
  170         When CV-INPUT-DATE Not Numeric
  171            Perform Clear-Night-Page
  172            Move CV-INPUT-DATE to NDATEO
  173            Move CV-MSG-BAD-DATE to CV-MESSAGE
  174         When Other
  175            Move CV-INPUT-DATE to CV-IQ-RUN-DATE
  176            Move Low-Values to CV-START-DATASET
  177            Perform Build-Night-Page
  178      End-Evaluate
  179      .


  182  Find-Selection.
  183      Evaluate NSELI (CV-ROW-SUB)
  184         When 'S'
  185         When 's'
  186         When 'H'
  187         When 'h'
  188            If CV-SEL-SUB = 0
  189               Move CV-ROW-SUB to CV-SEL-SUB
  190               Move NSELI (CV-ROW-SUB) to CV-SEL-ACTION
  191            End-If
  192         When Space
  193         When Low-Value
  194            Continue
  195         When Other
  196            Move 'N' to CV-INPUT-SWITCH
  197      End-Evaluate
  198      .


      * The feed and night go with the area; PF12 from the record
      * list comes back to this night, opening at the same feed.
  203  Open-Selected-Screen.
  204      Move CV-IQ-ROW-KEY (CV-SEL-SUB) (1 : 44) to CV-IQ-FEED
  205      Move CV-IQ-ROW-KEY (CV-SEL-SUB) (45 : 8) to CV-IQ-RUN-DATE
  206      Move CV-THIS-TRANSID to CV-IQ-ORIGIN
  207      Set CV-IQ-FRESH to True
  208      If CV-SEL-ACTION = 'S' Or 's'
  209         Exec CICS Return Transid(CV-LIST-TRANSID)
  210              Commarea(CV-INQ-COMMAREA)
  211              Length(Length of CV-INQ-COMMAREA)
  212              Immediate
  213         End-Exec
  214      Else
  215         Exec CICS Return Transid(CV-HISTORY-TRANSID)
  216              Commarea(CV-INQ-COMMAREA)
  217              Length(Length of CV-INQ-COMMAREA)
  218              Immediate
  219         End-Exec
  220      End-If
  221      .


  224  Refresh-Current-Page.
  225      Move CV-IQ-TOP-KEY (1 : 44) to CV-START-DATASET
  226      Perform Build-Night-Page
  227      .


  230  Page-Forward.
  231      If CV-IQ-MORE-ROWS
  232         Move CV-IQ-NEXT-KEY (1 : 44) to CV-START-DATASET
  233         Perform Build-Night-Page
  234      Else
  235         Perform Refresh-Current-Page
  236         Move 'NO FURTHER FEEDS RAN THAT NIGHT' to CV-MESSAGE
  237      End-If
  238      .


      * One page of the night from the start feed on.  A fifteenth
      * feed only says there is a further page, and where it starts.
  243  Build-Night-Page.
  244      Perform Clear-Night-Page
  245      Move CV-IQ-RUN-DATE to CV-NIGHT-DATE
  246      Move 'N' to CV-BROWSE-SWITCH
  247      Move CV-START-DATASET to CV-BK-DATASET
  248      Move CV-NIGHT-DATE to CV-BK-RUN-DATE
  249      Exec CICS Startbr File('RUNHIST')
  250           Ridfld(CV-BROWSE-KEY)
  251           Gteq
  252           Resp(CV-RESP)
  253      End-Exec
  254      Evaluate True
  255         When CV-RESP = DFHRESP(NORMAL)
  256            Perform Read-Night-Row
  257               Until CV-BROWSE-DONE
  258            Exec CICS Endbr File('RUNHIST') End-Exec
  259         When CV-RESP = DFHRESP(NOTFND)
  260            Continue
  261         When Other
  262            Move CV-RESP to CV-RESP-DISPLAY
  263            String 'RUNHIST BROWSE FAILED - RESP '
  264               CV-RESP-DISPLAY Delimited by Size
  265               Into CV-MESSAGE
  266      End-Evaluate

  268      Move CV-NIGHT-DATE to NDATEO
  269      If CV-IQ-ROW-COUNT > 0
  270         Move CV-IQ-ROW-KEY (1) to CV-IQ-TOP-KEY
  271         If CV-IQ-MORE-ROWS
  272            Move CV-MSG-MORE to CV-MESSAGE
  273         Else
  274            Move CV-MSG-LAST to CV-MESSAGE
  275         End-If
  276      Else
  277         Move Spaces to CV-IQ-TOP-KEY
  278         If CV-MESSAGE = Spaces
  279            Move CV-MSG-NONE to CV-MESSAGE
  280         End-If
  281      End-If
  282      .


  285  Clear-Night-Page.
  286      Move ZERO to CV-IQ-ROW-COUNT
  287      Move 'N' to CV-IQ-MORE-FLAG
  288      Perform Clear-Night-Row
  289         Varying CV-ROW-SUB From 1 By 1
  290         Until CV-ROW-SUB > CV-ROWS-PER-PAGE
  291      .


  294  Clear-Night-Row.
  295      Move Spaces to NSELO (CV-ROW-SUB)
  296      Move Spaces to NLINO (CV-ROW-SUB)
  297      Move Spaces to CV-IQ-ROW-KEY (CV-ROW-SUB)
  298      .


      * Each row read either is the feed's row for the night - shown,
      * then the browse jumps past the feed's later rows (a date of
      * high values) - or is an earlier row, and the browse jumps to
      * the feed's row for the night, or a later one, and the browse
      * jumps to the next feed.
  306  Read-Night-Row.
  307      Exec CICS Readnext File('RUNHIST')
  308           Into(CV-RUNHIST-RECORD)
  309           Ridfld(CV-BROWSE-KEY)
  310           Resp(CV-RESP)
  311      End-Exec
  312      Evaluate True
  313         When CV-RESP = DFHRESP(ENDFILE)
  314            Set CV-BROWSE-DONE to True
  315         When CV-RESP Not = DFHRESP(NORMAL)
  316            Move CV-RESP to CV-RESP-DISPLAY
  317            String 'RUNHIST READ FAILED - RESP '
  318               CV-RESP-DISPLAY Delimited by Size
  319               Into CV-MESSAGE
  320            Set CV-BROWSE-DONE to True
  321         When CV-RH-RUN-DATE (1 : 8) = CV-NIGHT-DATE
  322            And CV-IQ-ROW-COUNT Not < CV-ROWS-PER-PAGE
  323            Set CV-IQ-MORE-ROWS to True
  324            Move CV-RH-KEY to CV-IQ-NEXT-KEY
  325            Set CV-BROWSE-DONE to True
  326         When CV-RH-RUN-DATE (1 : 8) = CV-NIGHT-DATE
  327            Perform Show-Night-Row
  328            Move CV-RH-DATASET to CV-BK-DATASET
  329            Move High-Values to CV-BK-RUN-DATE
  330            Perform Skip-To-Browse-Key
  331         When CV-RH-RUN-DATE (1 : 8) < CV-NIGHT-DATE
  332            Move CV-RH-DATASET to CV-BK-DATASET
  333            Move CV-NIGHT-DATE to CV-BK-RUN-DATE
  334            Perform Skip-To-Browse-Key
  335         When Other
  336            Move CV-RH-DATASET to CV-BK-DATASET
  337            Move High-Values to CV-BK-RUN-DATE
  338            Perform Skip-To-Browse-Key
  339      End-Evaluate
  340      .


  343  Skip-To-Browse-Key.
  344      Exec CICS Resetbr File('RUNHIST')
  345           Ridfld(CV-BROWSE-KEY)
  346           Gteq
  347           Resp(CV-RESP)
  348      End-Exec
  349      If CV-RESP Not = DFHRESP(NORMAL)
  350         Set CV-BROWSE-DONE to True
  351      End-If
  352      .


  355  Show-Night-Row.
  356      Add 1 to CV-IQ-ROW-COUNT
  357      Move CV-RH-KEY to CV-IQ-ROW-KEY (CV-IQ-ROW-COUNT)
  358      Move CV-RH-DATASET to CV-NL-DATASET
  359      Move CV-RH-RETURN-CODE to CV-NL-RETURN-CODE
  360      Move CV-RH-RECORDS to CV-NL-RECORDS
  361      Perform Set-Run-Status
  362      Move CV-NIGHT-LINE to NLINO (CV-IQ-ROW-COUNT)
  363      .


      * The status word the driver prints on DRVRPT for the same
      * return code, or what ICVRTREL later made of a held output.
  368  Set-Run-Status.
  369      Evaluate True
  370         When CV-RH-OUTPUT-PROMOTED
  371            Move 'PROMOTED' to CV-NL-STATUS
  372         When CV-RH-OUTPUT-DISCARDED
  373            Move 'DISCARDED' to CV-NL-STATUS
  374         When CV-RH-OUTPUT-HELD And CV-RH-RETURN-CODE < 8
  375            Move 'HELD' to CV-NL-STATUS
  376         When CV-RH-RETURN-CODE = 0
  377            Move 'PASS' to CV-NL-STATUS
  378         When CV-RH-RETURN-CODE = 4
  379            Move 'WARN' to CV-NL-STATUS
  380         When Other
  381            Move 'FAIL' to CV-NL-STATUS
  382      End-Evaluate
  383      .


  386  Send-Night-Map.
  387      Move CV-MESSAGE to NMSGO
  388      Move -1 to NDATEL
  389      Exec CICS Send Map('CVNMAP') Mapset('ICVRTMS')
  390           From(CVNMAPO)
  391           Erase
  392           Cursor
  393      End-Exec
  394      .


  397  End-Inquiry.
  398      Exec CICS Send Text From(CV-END-TEXT)
  399           Length(Length of CV-END-TEXT)
  400           Erase
  401           Freekb
  402      End-Exec
  403      Exec CICS Return End-Exec
  404      .
