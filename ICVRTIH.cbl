    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTIH.
      * Online inquiry, transaction CVH1: one feed's run history.
      *
      * The help desk's answer to "what happened to our file" used
      * to be an ICVRTHRP run for the month.  This screen browses
      * the keyed run-history file (RUNHIST, the dataset ICVRTHST
      * owns in batch) for the feed named, newest run first from the
      * date given - or from the latest run when none is - twelve
      * runs to a page: date, the run's counters, return code and a
      * status in the words DRVRPT uses, with what became of a held
      * output.  PF8 pages to older runs, PF7 back to newer ones.
      * An S against a run opens CVA1 on that run's audited records.
      *
      * Read only: the program issues nothing but browse commands
      * against RUNHIST, and the CICS file definition allows nothing
      * else.  Each drill-down is a Return Transid Immediate, not an
      * XCTL, so CVA1 is attached under its own transaction
      * identifier and its own security profile.  Pseudo-
      * conversational; the state between screens is INQCOMM.

   22  ENVIRONMENT DIVISION.
   23  DATA DIVISION.
   24  WORKING-STORAGE SECTION.

   26  COPY DFHAID.

   28  COPY ICVRTMS.

   30  COPY INQCOMM.

   32  COPY RUNHREC.

   34  01  CV-THIS-TRANSID            PIC X(04) Value 'CVH1'.
   35  01  CV-LIST-TRANSID            PIC X(04) Value 'CVA1'.
   36  01  CV-RESP                    PIC S9(08) COMP.
   37  01  CV-RESP-DISPLAY            PIC 9(08).

      * Where a page starts (the newest run on it) and where the
      * browse stands; dataset name then run date, the RUNHIST key.
   41  01  CV-START-KEY.
   42      05 CV-START-DATASET        PIC X(44).
   43      05 CV-START-RUN-DATE       PIC X(08).
   44  01  CV-BROWSE-KEY.
   45      05 CV-BK-DATASET           PIC X(44).
   46      05 CV-BK-RUN-DATE          PIC X(08).

   48  01  CV-BROWSE-SWITCH           PIC X(01) Value 'N'.
   49      88 CV-BROWSE-DONE                Value 'Y'.
   50  01  CV-INPUT-SWITCH            PIC X(01) Value 'Y'.
   51      88 CV-INPUT-VALID                Value 'Y'.

   53  01  CV-ROW-SUB                 PIC 9(02) COMP.
   54  01  CV-SEL-SUB                 PIC 9(02) COMP.
   55  01  CV-ROWS-PER-PAGE           PIC 9(02) COMP Value 12.
   56  01  CV-NEWER-COUNT             PIC 9(02) COMP.

   58  01  CV-MESSAGE                 PIC X(78).
   59  01  CV-MSG-OLDER               PIC X(60) Value
   60      'S AGAINST A RUN LISTS ITS AUDITED RECORDS - PF8 FOR OLDER'.
   61  01  CV-MSG-OLDEST              PIC X(60) Value
   62      'S AGAINST A RUN LISTS ITS AUDITED RECORDS - NO OLDER RUNS'.
   63  01  CV-MSG-NONE                PIC X(60) Value
   64      'NO RUN OF THIS FEED ON FILE ON OR BEFORE THAT DATE'.
   65  01  CV-MSG-BAD-DATE            PIC X(60) Value
   66      'THE DATE IS YYYYMMDD, OR BLANK FOR THE LATEST RUN'.

      * What was keyed in, held apart from the area until it passes.
   69  01  CV-INPUT-FEED              PIC X(44).
   70  01  CV-INPUT-DATE              PIC X(08).

      * One history row on the screen - the same counters ICVRTHRP
      * prints, and the DRVRPT status word.
   74  01  CV-HISTORY-LINE.
   75      05 CV-HL-RUN-DATE          PIC X(08).
   76      05 FILLER                  PIC X(01) Value SPACE.
   77      05 CV-HL-RECORDS           PIC ZZZZZZZZ9.
   78      05 FILLER                  PIC X(01) Value SPACE.
   79      05 CV-HL-SUBST             PIC ZZZZZZZZ9.
   80      05 FILLER                  PIC X(01) Value SPACE.
   81      05 CV-HL-EXCEPTIONS        PIC ZZZZZZZZ9.
   82      05 FILLER                  PIC X(01) Value SPACE.
   83      05 CV-HL-REJECTS           PIC ZZZZZZZZ9.
   84      05 FILLER                  PIC X(01) Value SPACE.
   85      05 CV-HL-QUARANTINED       PIC ZZZZZZZZ9.
   86      05 FILLER                  PIC X(01) Value SPACE.
   87      05 CV-HL-RETURN-CODE       PIC ZZZ9.
   88      05 FILLER                  PIC X(01) Value SPACE.
   89      05 CV-HL-STATUS            PIC X(09).

   91  01  CV-END-TEXT                PIC X(30) Value
   92      'CVH1 RUN HISTORY INQUIRY ENDED'.

   94  LINKAGE SECTION.
   95  01  DFHCOMMAREA                PIC X(1239).

   97  PROCEDURE DIVISION.

   99  0000-MAINLINE.
  100      Move Low-Values to CVHMAPO
  101      Move Spaces to CV-MESSAGE
  102      If EIBCALEN = 0
  103         Initialize CV-INQ-COMMAREA
  104         Set CV-IQ-CONTINUING to True
  105         Move 'ENTER A FEED DATASET NAME, AND A DATE TO START FROM'
  106            to CV-MESSAGE
  107      Else
  108         Move DFHCOMMAREA (1 : EIBCALEN) to CV-INQ-COMMAREA
  109         If CV-IQ-FRESH
  110            Set CV-IQ-CONTINUING to True
  111            Perform Start-From-Commarea
  112         Else
  113            Evaluate EIBAID
  114               When DFHPF3
  115                  Perform End-Inquiry
  116               When DFHENTER
  117                  Perform Take-Enter
  118               When DFHPF7
  119                  Perform Page-Newer
  120               When DFHPF8
  121                  Perform Page-Older
  122               When Other
  123                  Perform Refresh-Current-Page
  124                  Move 'THAT KEY IS NOT IN USE ON THIS SCREEN'
  125                     to CV-MESSAGE
  126            End-Evaluate
  127         End-If
  128      End-If
  129      Perform Send-History-Map
  130      Exec CICS Return Transid(CV-THIS-TRANSID)
  131           Commarea(CV-INQ-COMMAREA)
  132           Length(Length of CV-INQ-COMMAREA)
  133      End-Exec
  134      Goback.


      * Arrived from another screen (CVN1's H, or CVA1's PF12): the
      * feed and run date in the area are where to open.
  139  Start-From-Commarea.
  140      Move CV-IQ-FEED to CV-START-DATASET
  141      If CV-IQ-RUN-DATE = Spaces
  142         Move High-Values to CV-START-RUN-DATE
  143      Else
  144         Move CV-IQ-RUN-DATE to CV-START-RUN-DATE
  145      End-If
  146      Perform Build-History-Page
  147      .


      * Enter with an S against a row opens that run's audited
      * records; otherwise it is a new search on what is keyed in.
  152  Take-Enter.
  153      Exec CICS Receive Map('CVHMAP') Mapset('ICVRTMS')
  154           Into(CVHMAPI)
  155           Resp(CV-RESP)
  156      End-Exec
  157      If CV-RESP = DFHRESP(MAPFAIL)
  158         Move Low-Values to CVHMAPI
  159      End-If
  160      Move ZERO to CV-SEL-SUB
  161      Set CV-INPUT-VALID to True
  162      Perform Find-Selection
  163         Varying CV-ROW-SUB From 1 By 1
  164         Until CV-ROW-SUB > CV-IQ-ROW-COUNT
  165      Inspect HFEEDI Replacing All Low-Value by Space
  166      Inspect HDATEI Replacing All Low-Value by Space
  167      Move HFEEDI to CV-INPUT-FEED
  168      Move HDATEI to CV-INPUT-DATE
  169      Move Low-Values to CVHMAPO
  170      If Not CV-INPUT-VALID
  171         Perform Refresh-Current-Page
  172         Move 'ONLY S SELECTS A RUN' to CV-MESSAGE
  173      Else
  174         If CV-SEL-SUB > 0
  175            Perform Open-Audit-List
  176         Else
  177            Perform Take-Search-Fields
  178         End-If
  179      End-If
  180      .


  183  Find-Selection.
  184      If HSELI (CV-ROW-SUB) = 'S' Or 's'
  185         If CV-SEL-SUB = 0
  186            Move CV-ROW-SUB to CV-SEL-SUB
  187         End-If
  188      Else
  189         If HSELI (CV-ROW-SUB) Not = Space
  190            And HSELI (CV-ROW-SUB) Not = Low-Value
  191            Move 'N' to CV-INPUT-SWITCH
  192         End-If
  193      End-If
  194      .


  197  Open-Audit-List.
  198      Move CV-IQ-ROW-KEY (CV-SEL-SUB) (1 : 44) to CV-IQ-FEED
  199      Move CV-IQ-ROW-KEY (CV-SEL-SUB) (45 : 8) to CV-IQ-RUN-DATE
  200      Move CV-THIS-TRANSID to CV-IQ-ORIGIN
  201      Set CV-IQ-FRESH to True
  202      Exec CICS Return Transid(CV-LIST-TRANSID)
  203           Commarea(CV-INQ-COMMAREA)
  204           Length(Length of CV-INQ-COMMAREA)
  205           Immediate
  206      End-Exec
  207      .


      * A search that does not pass leaves the area - and so PF7,
      * PF8 and the rows' keys - on the feed that was showing.
  212  Take-Search-Fields.
  213      Evaluate True
  214         When CV-INPUT-FEED = Spaces
  215            Perform Clear-History-Page
  216            Move 'ENTER A FEED DATASET NAME' to CV-MESSAGE
  217         When CV-INPUT-DATE Not = Spaces
  218            And CV-INPUT-DATE Not Numeric
  219            Perform Clear-History-Page
  220            Move CV-MSG-BAD-DATE to CV-MESSAGE
  221            Move -1 to HDATEL
  222         When Other
  223            Move CV-INPUT-FEED to CV-IQ-FEED
  224            Move CV-INPUT-DATE to CV-IQ-RUN-DATE
  225            Perform Start-From-Commarea
  226      End-Evaluate
  227      Move CV-INPUT-FEED to HFEEDO
  228      Move CV-INPUT-DATE to HDATEO
  229      .


      * The page shown again from its own first (newest) row.
  233  Refresh-Current-Page.
  234      If CV-IQ-TOP-KEY = Spaces
  235         Perform Clear-History-Page
  236         Move 'ENTER A FEED DATASET NAME' to CV-MESSAGE
  237      Else
  238         Move CV-IQ-TOP-KEY (1 : 52) to CV-START-KEY
  239         Perform Build-History-Page
  240      End-If
  241      .


  244  Page-Older.
  245      If CV-IQ-MORE-ROWS
  246         Move CV-IQ-NEXT-KEY (1 : 52) to CV-START-KEY
  247         Perform Build-History-Page
  248      Else
  249         Perform Refresh-Current-Page
  250         Move 'NO OLDER RUNS OF THIS FEED ON FILE' to CV-MESSAGE
  251      End-If
  252      .


      * Forward from the newest run shown, up to a page of newer
      * runs; the newest of them starts the page, which then fills
      * back down the usual way.
  258  Page-Newer.
  259      If CV-IQ-TOP-KEY = Spaces
  260         Perform Refresh-Current-Page
  261      Else
  262         Perform Find-Newer-Page
  263      End-If
  264      .


  267  Find-Newer-Page.
  268      Move CV-IQ-TOP-KEY (1 : 52) to CV-START-KEY
  269      Move CV-START-KEY to CV-BROWSE-KEY
  270      Move ZERO to CV-NEWER-COUNT
  271      Move 'N' to CV-BROWSE-SWITCH
  272      Exec CICS Startbr File('RUNHIST')
  273           Ridfld(CV-BROWSE-KEY)
  274           Gteq
  275           Resp(CV-RESP)
  276      End-Exec
  277      If CV-RESP = DFHRESP(NORMAL)
  278         Perform Read-Newer-History
  279            Until CV-BROWSE-DONE
  280         Exec CICS Endbr File('RUNHIST') End-Exec
  281      End-If
  282      Perform Build-History-Page
  283      If CV-NEWER-COUNT = 0
  284         Move 'NO NEWER RUNS OF THIS FEED ON FILE' to CV-MESSAGE
  285      End-If
  286      .


  289  Read-Newer-History.
  290      Exec CICS Readnext File('RUNHIST')
  291           Into(CV-RUNHIST-RECORD)
  292           Ridfld(CV-BROWSE-KEY)
  293           Resp(CV-RESP)
  294      End-Exec
  295      Evaluate True
  296         When CV-RESP Not = DFHRESP(NORMAL)
  297            Set CV-BROWSE-DONE to True
  298         When CV-RH-KEY Not > CV-IQ-TOP-KEY (1 : 52)
  299            Continue
  300         When CV-RH-DATASET Not = CV-START-DATASET
  301            Set CV-BROWSE-DONE to True
  302         When Other
  303            Add 1 to CV-NEWER-COUNT
  304            Move CV-RH-KEY to CV-START-KEY
  305            If CV-NEWER-COUNT Not < CV-ROWS-PER-PAGE
  306               Set CV-BROWSE-DONE to True
  307            End-If
  308      End-Evaluate
  309      .


      * One page, newest first, from the start key down.  A key that
      * lies beyond the last record on file starts the backward
      * browse from the end of the file (a key of high values).
      * Rows above the start key - where a missing start key left
      * the browse on the next record up - are passed over; the
      * first row of another feed ends the page.  A thirteenth row
      * only says there is an older page, and where it starts.
  319  Build-History-Page.
  320      Perform Clear-History-Page
  321      Move 'N' to CV-BROWSE-SWITCH
  322      Move CV-START-KEY to CV-BROWSE-KEY
  323      Exec CICS Startbr File('RUNHIST')
  324           Ridfld(CV-BROWSE-KEY)
  325           Gteq
  326           Resp(CV-RESP)
  327      End-Exec
  328      If CV-RESP = DFHRESP(NOTFND)
  329         Move High-Values to CV-BROWSE-KEY
  330         Exec CICS Startbr File('RUNHIST')
  331              Ridfld(CV-BROWSE-KEY)
  332              Gteq
  333              Resp(CV-RESP)
  334         End-Exec
  335      End-If
  336      Evaluate True
  337         When CV-RESP = DFHRESP(NORMAL)
  338            Perform Read-Prior-History
  339               Until CV-BROWSE-DONE
  340            Exec CICS Endbr File('RUNHIST') End-Exec
  341         When CV-RESP = DFHRESP(NOTFND)
  342            Continue
  343         When Other
  344            Move CV-RESP to CV-RESP-DISPLAY
  345            String 'RUNHIST BROWSE FAILED - RESP '
  346               CV-RESP-DISPLAY Delimited by Size
  347               Into CV-MESSAGE
  348      End-Evaluate

  350      Move CV-IQ-FEED to HFEEDO
  351      Move CV-IQ-RUN-DATE to HDATEO
  352      If CV-IQ-ROW-COUNT > 0
  353         Move CV-IQ-ROW-KEY (1) to CV-IQ-TOP-KEY
  354         If CV-IQ-MORE-ROWS
  355            Move CV-MSG-OLDER to CV-MESSAGE
  356         Else
  357            Move CV-MSG-OLDEST to CV-MESSAGE
  358         End-If
  359      Else
  360         Move Spaces to CV-IQ-TOP-KEY
  361         If CV-MESSAGE = Spaces
  362            Move CV-MSG-NONE to CV-MESSAGE
  363         End-If
  364      End-If
  365      .


  368  Clear-History-Page.
  369      Move ZERO to CV-IQ-ROW-COUNT
  370      Move 'N' to CV-IQ-MORE-FLAG
  371      Perform Clear-History-Row
  372         Varying CV-ROW-SUB From 1 By 1
  373         Until CV-ROW-SUB > CV-ROWS-PER-PAGE
  374      .


  377  Clear-History-Row.
  378      Move Spaces to HSELO (CV-ROW-SUB)
  379      Move Spaces to HLINO (CV-ROW-SUB)
  380      Move Spaces to CV-IQ-ROW-KEY (CV-ROW-SUB)
  381      .


  384  Read-Prior-History.
  385      Exec CICS Readprev File('RUNHIST')
  386           Into(CV-RUNHIST-RECORD)
  387           Ridfld(CV-BROWSE-KEY)
  388           Resp(CV-RESP)
  389      End-Exec
  390      Evaluate True
  391         When CV-RESP = DFHRESP(ENDFILE)
  392            Set CV-BROWSE-DONE to True
  393         When CV-RESP Not = DFHRESP(NORMAL)
  394            Move CV-RESP to CV-RESP-DISPLAY
  395            String 'RUNHIST READ FAILED - RESP '
  396               CV-RESP-DISPLAY Delimited by Size
  397               Into CV-MESSAGE
  398            Set CV-BROWSE-DONE to True
  399         When CV-RH-KEY > CV-START-KEY
  400            Continue
  401         When CV-RH-DATASET Not = CV-START-DATASET
  402            Set CV-BROWSE-DONE to True
  403         When CV-IQ-ROW-COUNT Not < CV-ROWS-PER-PAGE
  404            Set CV-IQ-MORE-ROWS to True
  405            Move CV-RH-KEY to CV-IQ-NEXT-KEY
  406            Set CV-BROWSE-DONE to True
  407         When Other
  408            Perform Show-History-Row
  409      End-Evaluate
  410      .


  413  Show-History-Row.
  414      Add 1 to CV-IQ-ROW-COUNT
  415      Move CV-RH-KEY to CV-IQ-ROW-KEY (CV-IQ-ROW-COUNT)
  416      Move CV-RH-RUN-DATE to CV-HL-RUN-DATE
  417      Move CV-RH-RECORDS to CV-HL-RECORDS
  418      Move CV-RH-SUBST to CV-HL-SUBST
  419      Move CV-RH-EXCEPTIONS to CV-HL-EXCEPTIONS
  420      Move CV-RH-REJECTS to CV-HL-REJECTS
  421      Move CV-RH-QUARANTINED to CV-HL-QUARANTINED
  422      Move CV-RH-RETURN-CODE to CV-HL-RETURN-CODE
  423      Perform Set-Run-Status
  424      Move CV-HISTORY-LINE to HLINO (CV-IQ-ROW-COUNT)
  425      .


      * The status word the driver prints on DRVRPT for the same
      * return code, or what ICVRTREL later made of a held output.
  430  Set-Run-Status.
  431      Evaluate True
  432         When CV-RH-OUTPUT-PROMOTED
  433            Move 'PROMOTED' to CV-HL-STATUS
  434         When CV-RH-OUTPUT-DISCARDED
  435            Move 'DISCARDED' to CV-HL-STATUS
  436         When CV-RH-OUTPUT-HELD And CV-RH-RETURN-CODE < 8
  437            Move 'HELD' to CV-HL-STATUS
  438         When CV-RH-RETURN-CODE = 0
  439            Move 'PASS' to CV-HL-STATUS
  440         When CV-RH-RETURN-CODE = 4
  441            Move 'WARN' to CV-HL-STATUS
  442         When Other
  443            Move 'FAIL' to CV-HL-STATUS
  444      End-Evaluate
  445      .


  448  Send-History-Map.
  449      Move CV-MESSAGE to HMSGO
  450      If HDATEL Not = -1
  451         Move -1 to HFEEDL
  452      End-If
  453      Exec CICS Send Map('CVHMAP') Mapset('ICVRTMS')
  454           From(CVHMAPO)
  455           Erase
  456           Cursor
  457      End-Exec
  458      .


  461  End-Inquiry.
  462      Exec CICS Send Text From(CV-END-TEXT)
  463           Length(Length of CV-END-TEXT)
  464           Erase
  465           Freekb
  466      End-Exec
  467      Exec CICS Return End-Exec
  468      .
