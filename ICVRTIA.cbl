    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTIA.
      * Online inquiry, transaction CVA1: the audited records of one
      * feed's run.
      *
      * The on-line counterpart of an ICVRTAUD AUDCARD naming a
      * dataset and a date.  AUDITLOG (the keyed trail A31BR14A
      * writes) is keyed on run identifier - run date and start
      * time - then dataset, then record number, so the records of
      * one feed's run on one date are found by a skipping browse:
      * from the first run identifier of the date, straight to the
      * feed within each run, and past the rest of a run that did
      * not convert it.  Twelve records to a page: record number,
      * run identifier, direction, translate table, time, how many
      * bytes the conversion changed, and the state of the images -
      * MASKED (sensitive fields tokenised when written), CHECKED
      * (written through the masking with nothing to mask), CLEAR
      * (written before field masking began) or RELEASE (an
      * ICVRTREL promote or discard decision, no images).  S against
      * a record opens CVD1 on its changed bytes; PF12 goes back to
      * the screen this one was opened from.
      *
      * Read only, browse commands against AUDITLOG alone; drill-
      * downs go by Return Transid Immediate so each screen is
      * attached under its own transaction's security.

   27  ENVIRONMENT DIVISION.
   28  DATA DIVISION.
   29  WORKING-STORAGE SECTION.

   31  COPY DFHAID.

   33  COPY ICVRTMS.

   35  COPY INQCOMM.

   37  01  CV-THIS-TRANSID            PIC X(04) Value 'CVA1'.
   38  01  CV-DETAIL-TRANSID          PIC X(04) Value 'CVD1'.
   39  01  CV-RESP                    PIC S9(08) COMP.
   40  01  CV-RESP-DISPLAY            PIC 9(08).

      * The audit record, as A31BR14A writes it - 1216 bytes, the
      * identity key fields first - with the byte after the
      * after-image saying how the images went through ICVRTMSK.
   45  01  CV-AUDIT-RECORD.
   46      05 CV-AUD-KEY.
   47         10 CV-AUD-RUN-ID.
   48            15 CV-AUD-RUN-DATE   PIC X(08).
   49            15 CV-AUD-RUN-TIME   PIC X(08).
   50         10 CV-AUD-DATASET       PIC X(44).
   51         10 CV-AUD-REC-NBR       PIC X(09).
   52      05 FILLER                  PIC X(01).
   53      05 CV-AUD-DATE             PIC X(08).
   54      05 FILLER                  PIC X(01).
   55      05 CV-AUD-TIME             PIC X(08).
   56      05 FILLER                  PIC X(01).
   57      05 CV-AUD-DIRECTION        PIC X(03).
   58      05 FILLER                  PIC X(01).
   59      05 CV-AUD-TABLE            PIC X(20).
   60      05 FILLER                  PIC X(01).
   61      05 CV-AUD-BEFORE           PIC X(550).
   62      05 FILLER                  PIC X(01).
   63      05 CV-AUD-AFTER            PIC X(550).
   64      05 CV-AUD-MASK-FLAG        PIC X(01).
   65         88 CV-AUD-MASKED              Value 'M'.
   66         88 CV-AUD-CHECKED             Value 'C'.
   67      05 FILLER                  PIC X(01).

   69  01  CV-BROWSE-KEY.
   70      05 CV-BK-RUN-ID            PIC X(16).
   71      05 CV-BK-DATASET           PIC X(44).
   72      05 CV-BK-REC-NBR           PIC X(09).
   73  01  CV-START-KEY               PIC X(69).

   75  01  CV-BROWSE-SWITCH           PIC X(01) Value 'N'.
   76      88 CV-BROWSE-DONE                Value 'Y'.
   77  01  CV-INPUT-SWITCH            PIC X(01) Value 'Y'.
   78      88 CV-INPUT-VALID                Value 'Y'.

   80  01  CV-ROW-SUB                 PIC 9(02) COMP.
   81  01  CV-SEL-SUB                 PIC 9(02) COMP.
   82  01  CV-ROWS-PER-PAGE           PIC 9(02) COMP Value 12.
   83  01  CV-BYTE-SUB                PIC 9(03) COMP.
   84  01  CV-DIFF-COUNT              PIC 9(03) COMP.

   86  01  CV-MESSAGE                 PIC X(78).
   87  01  CV-MSG-MORE                PIC X(60) Value
   88      'S SHOWS A RECORD''S CHANGED BYTES - PF8 FOR MORE RECORDS'.
   89  01  CV-MSG-LAST                PIC X(60) Value
   90      'S SHOWS A RECORD''S CHANGED BYTES - LAST RECORD SHOWN'.
   91  01  CV-MSG-NONE                PIC X(60) Value
   92      'NO AUDITED RECORD OF THIS FEED FOR A RUN ON THAT DATE'.
   93  01  CV-MSG-ENTER               PIC X(60) Value
   94      'ENTER A FEED DATASET NAME AND A RUN DATE (YYYYMMDD)'.

   96  01  CV-INPUT-FEED              PIC X(44).
   97  01  CV-INPUT-DATE              PIC X(08).

      * One audited record on the list.
  100  01  CV-AUDIT-LINE.
  101      05 CV-AL-REC-NBR           PIC X(09).
  102      05 FILLER                  PIC X(01) Value SPACE.
  103      05 CV-AL-RUN-ID            PIC X(16).
  104      05 FILLER                  PIC X(01) Value SPACE.
  105      05 CV-AL-DIRECTION         PIC X(03).
  106      05 FILLER                  PIC X(01) Value SPACE.
  107      05 CV-AL-TABLE             PIC X(20).
  108      05 FILLER                  PIC X(01) Value SPACE.
  109      05 CV-AL-TIME              PIC X(08).
  110      05 FILLER                  PIC X(01) Value SPACE.
  111      05 CV-AL-CHANGED           PIC ZZ9.
  112      05 CV-AL-CHANGED-X REDEFINES CV-AL-CHANGED
  113                                 PIC X(03).
  114      05 FILLER                  PIC X(01) Value SPACE.
  115      05 CV-AL-IMAGES            PIC X(07).

  117  01  CV-END-TEXT                PIC X(35) Value
  118      'CVA1 AUDITED RECORD INQUIRY ENDED'.

  120  LINKAGE SECTION.
  121  01  DFHCOMMAREA                PIC X(1239).

  123  PROCEDURE DIVISION.

  125  0000-MAINLINE.
  126      Move Low-Values to CVAMAPO
  127      Move Spaces to CV-MESSAGE
  128      If EIBCALEN = 0
  129         Initialize CV-INQ-COMMAREA
  130         Set CV-IQ-CONTINUING to True
  131         Perform Clear-Audit-Page
  132         Move CV-MSG-ENTER to CV-MESSAGE
  133      Else
  134         Move DFHCOMMAREA (1 : EIBCALEN) to CV-INQ-COMMAREA
  135         If CV-IQ-FRESH
  136            Set CV-IQ-CONTINUING to True
  137            Perform Start-From-Commarea
  138         Else
  139            Evaluate EIBAID
  140               When DFHPF3
  141                  Perform End-Inquiry
  142               When DFHENTER
  143                  Perform Take-Enter
  144               When DFHPF7
  145                  Perform Start-First-Page
  146               When DFHPF8
  147                  Perform Page-Forward
  148               When DFHPF12
  149                  Perform Return-To-Origin
  150               When Other
  151                  Perform Refresh-Current-Page
  152                  Move 'THAT KEY IS NOT IN USE ON THIS SCREEN'
  153                     to CV-MESSAGE
  154            End-Evaluate
  155         End-If
  156      End-If
  157      Perform Send-Audit-Map
  158      Exec CICS Return Transid(CV-THIS-TRANSID)
  159           Commarea(CV-INQ-COMMAREA)
  160           Length(Length of CV-INQ-COMMAREA)
  161      End-Exec
  162      Goback.


      * Arrived from CVH1 or CVN1 with a feed and run date - the
      * first page - or back from CVD1 with the record it showed
      * still named, in which case the page it was chosen from.
  168  Start-From-Commarea.
  169      If CV-IQ-AUD-KEY Not = Spaces
  170         Move Spaces to CV-IQ-AUD-KEY
  171         Move CV-IQ-TOP-KEY to CV-START-KEY
  172         Perform Build-Audit-Page
  173      Else
  174         Perform Start-First-Page
  175      End-If
  176      .


  179  Start-First-Page.
  180      Move Low-Values to CV-BROWSE-KEY
  181      Move CV-IQ-RUN-DATE to CV-BK-RUN-ID (1 : 8)
  182      Move CV-IQ-FEED to CV-BK-DATASET
  183      Move CV-BROWSE-KEY to CV-START-KEY
  184      Perform Build-Audit-Page
  185      .


  188  Take-Enter.
  189      Exec CICS Receive Map('CVAMAP') Mapset('ICVRTMS')
  190           Into(CVAMAPI)
  191           Resp(CV-RESP)
  192      End-Exec
  193      If CV-RESP = DFHRESP(MAPFAIL)
  194         Move Low-Values to CVAMAPI
  195      End-If
  196      Move ZERO to CV-SEL-SUB
  197      Set CV-INPUT-VALID to True
  198      Perform Find-Selection
  199         Varying CV-ROW-SUB From 1 By 1
  200         Until CV-ROW-SUB > CV-IQ-ROW-COUNT
  201      Inspect AFEEDI Replacing All Low-Value by Space
  202      Inspect ADATEI Replacing All Low-Value by Space
  203      Move AFEEDI to CV-INPUT-FEED
  204      Move ADATEI to CV-INPUT-DATE
  205      Move Low-Values to CVAMAPO
  206      Evaluate True
  207         When Not CV-INPUT-VALID
  208            Perform Refresh-Current-Page
  209            Move 'ONLY S SELECTS A RECORD' to CV-MESSAGE
  210         When CV-SEL-SUB > 0
  211            Perform Open-Record-Detail
  212         When CV-INPUT-FEED = Spaces
  213            Or CV-INPUT-DATE Not Numeric
  214            Perform Clear-Audit-Page
  215            Move CV-INPUT-FEED to AFEEDO
  216            Move CV-INPUT-DATE to ADATEO
  217            Move CV-MSG-ENTER to CV-MESSAGE
  218         When Other
  219            Move CV-INPUT-FEED to CV-IQ-FEED
  220            Move CV-INPUT-DATE to CV-IQ-RUN-DATE
  221            Perform Start-First-Page
  222      End-Evaluate
  223      .


  226  Find-Selection.
  227      If ASELI (CV-ROW-SUB) = 'S' Or 's'
  228         If CV-SEL-SUB = 0
  229            Move CV-ROW-SUB to CV-SEL-SUB
  230         End-If
  231      Else
  232         If ASELI (CV-ROW-SUB) Not = Space
  233            And ASELI (CV-ROW-SUB) Not = Low-Value
  234            Move 'N' to CV-INPUT-SWITCH
  235         End-If
  236      End-If
  237      .


  240  Open-Record-Detail.
  241      Move CV-IQ-ROW-KEY (CV-SEL-SUB) to CV-IQ-AUD-KEY
  242      Move ZERO to CV-IQ-BYTE-START
  243      Set CV-IQ-FRESH to True
  244      Exec CICS Return Transid(CV-DETAIL-TRANSID)
  245           Commarea(CV-INQ-COMMAREA)
  246           Length(Length of CV-INQ-COMMAREA)
  247           Immediate
  248      End-Exec
  249      .


      * Back to the history or night screen this list was opened
      * from, on the same feed and run date.
  254  Return-To-Origin.
  255      If CV-IQ-ORIGIN = 'CVH1' Or 'CVN1'
  256         Move Spaces to CV-IQ-AUD-KEY
  257         Set CV-IQ-FRESH to True
  258         Exec CICS Return Transid(CV-IQ-ORIGIN)
  259              Commarea(CV-INQ-COMMAREA)
  260              Length(Length of CV-INQ-COMMAREA)
  261              Immediate
  262         End-Exec
  263      Else
  264         Perform Refresh-Current-Page
  265         Move 'NO SCREEN TO RETURN TO - PF3 ENDS THE INQUIRY'
  266            to CV-MESSAGE
  267      End-If
  268      .


  271  Refresh-Current-Page.
  272      If CV-IQ-TOP-KEY = Spaces
  273         Perform Clear-Audit-Page
  274         Move CV-MSG-ENTER to CV-MESSAGE
  275      Else
  276         Move CV-IQ-TOP-KEY to CV-START-KEY
  277         Perform Build-Audit-Page
  278      End-If
  279      .


  282  Page-Forward.
  283      If CV-IQ-MORE-ROWS
  284         Move CV-IQ-NEXT-KEY to CV-START-KEY
  285         Perform Build-Audit-Page
  286      Else
  287         Perform Refresh-Current-Page
  288         Move 'NO FURTHER AUDITED RECORDS FOR THIS RUN'
  289            to CV-MESSAGE
  290      End-If
  291      .


      * One page from the start key on.  A thirteenth record only
      * says there is a further page, and where it starts.
  296  Build-Audit-Page.
  297      Perform Clear-Audit-Page
  298      Move 'N' to CV-BROWSE-SWITCH
  299      Move CV-START-KEY to CV-BROWSE-KEY
  300      Exec CICS Startbr File('AUDITLOG')
  301           Ridfld(CV-BROWSE-KEY)
  302           Gteq
  303           Resp(CV-RESP)
  304      End-Exec
  305      Evaluate True
  306         When CV-RESP = DFHRESP(NORMAL)
  307            Perform Read-Audit-Row
  308               Until CV-BROWSE-DONE
  309            Exec CICS Endbr File('AUDITLOG') End-Exec
  310         When CV-RESP = DFHRESP(NOTFND)
  311            Continue
  312         When Other
  313            Move CV-RESP to CV-RESP-DISPLAY
  314            String 'AUDITLOG BROWSE FAILED - RESP '
  315               CV-RESP-DISPLAY Delimited by Size
  316               Into CV-MESSAGE
  317      End-Evaluate

  319      Move CV-IQ-FEED to AFEEDO
  320      Move CV-IQ-RUN-DATE to ADATEO
  321      If CV-IQ-ROW-COUNT > 0
  322         Move CV-IQ-ROW-KEY (1) to CV-IQ-TOP-KEY
  323         If CV-IQ-MORE-ROWS
  324            Move CV-MSG-MORE to CV-MESSAGE
  325         Else
  326            Move CV-MSG-LAST to CV-MESSAGE
  327         End-If
  328      Else
  329         Move Spaces to CV-IQ-TOP-KEY
  330         If CV-MESSAGE = Spaces
  331            Move CV-MSG-NONE to CV-MESSAGE
  332         End-If
  333      End-If
  334      .


  337  Clear-Audit-Page.
  338      Move ZERO to CV-IQ-ROW-COUNT
  339      Move 'N' to CV-IQ-MORE-FLAG
  340      Perform Clear-Audit-Row
  341         Varying CV-ROW-SUB From 1 By 1
  342         Until CV-ROW-SUB > CV-ROWS-PER-PAGE
  343      .


  346  Clear-Audit-Row.
  347      Move Spaces to ASELO (CV-ROW-SUB)
  348      Move Spaces to ALINO (CV-ROW-SUB)
  349      Move Spaces to CV-IQ-ROW-KEY (CV-ROW-SUB)
  350      .


      * A record of another date ends the list.  Within a run, a
      * dataset ahead of the feed sends the browse on to the feed;
      * one past it sends the browse on to the next run identifier
      * (the rest of the key high values).
  357  Read-Audit-Row.
  358      Exec CICS Readnext File('AUDITLOG')
  359           Into(CV-AUDIT-RECORD)
  360           Ridfld(CV-BROWSE-KEY)
  361           Resp(CV-RESP)
  362      End-Exec
  363      Evaluate True
  364         When CV-RESP = DFHRESP(ENDFILE)
  365            Set CV-BROWSE-DONE to True
  366         When CV-RESP Not = DFHRESP(NORMAL)
  367            Move CV-RESP to CV-RESP-DISPLAY
  368            String 'AUDITLOG READ FAILED - RESP '
  369               CV-RESP-DISPLAY Delimited by Size
  370               Into CV-MESSAGE
  371            Set CV-BROWSE-DONE to True
  372         When CV-AUD-RUN-DATE Not = CV-IQ-RUN-DATE
  373            Set CV-BROWSE-DONE to True
  374         When CV-AUD-DATASET = CV-IQ-FEED
  375            And CV-IQ-ROW-COUNT Not < CV-ROWS-PER-PAGE
  376            Set CV-IQ-MORE-ROWS to True
  377            Move CV-AUD-KEY to CV-IQ-NEXT-KEY
  378            Set CV-BROWSE-DONE to True
  379         When CV-AUD-DATASET = CV-IQ-FEED
  380            Perform Show-Audit-Row
  381         When CV-AUD-DATASET < CV-IQ-FEED
  382            Move CV-AUD-RUN-ID to CV-BK-RUN-ID
  383            Move CV-IQ-FEED to CV-BK-DATASET
  384            Move Low-Values to CV-BK-REC-NBR
  385            Perform Skip-To-Browse-Key
  386         When Other
  387            Move CV-AUD-RUN-ID to CV-BK-RUN-ID
  388            Move High-Values to CV-BK-DATASET
  389            Move High-Values to CV-BK-REC-NBR
  390            Perform Skip-To-Browse-Key
  391      End-Evaluate
  392      .


  395  Skip-To-Browse-Key.
  396      Exec CICS Resetbr File('AUDITLOG')
  397           Ridfld(CV-BROWSE-KEY)
  398           Gteq
  399           Resp(CV-RESP)
  400      End-Exec
  401      If CV-RESP Not = DFHRESP(NORMAL)
  402         Set CV-BROWSE-DONE to True
  403      End-If
  404      .


  407  Show-Audit-Row.
  408      Add 1 to CV-IQ-ROW-COUNT
  409      Move CV-AUD-KEY to CV-IQ-ROW-KEY (CV-IQ-ROW-COUNT)
  410      Move CV-AUD-REC-NBR to CV-AL-REC-NBR
  411      Move CV-AUD-RUN-ID to CV-AL-RUN-ID
  412      Move CV-AUD-DIRECTION to CV-AL-DIRECTION
  413      Move CV-AUD-TABLE to CV-AL-TABLE
  414      Move CV-AUD-TIME to CV-AL-TIME
  415      Evaluate True
  416         When CV-AUD-REC-NBR = '000000000'
  417            Move Spaces to CV-AL-CHANGED-X
  418            Move 'RELEASE' to CV-AL-IMAGES
  419         When Other
  420            Move ZERO to CV-DIFF-COUNT
  421            Perform Count-Differing-Byte
  422               Varying CV-BYTE-SUB From 1 By 1
  423               Until CV-BYTE-SUB > 550
  424            Move CV-DIFF-COUNT to CV-AL-CHANGED
  425            Evaluate True
  426               When CV-AUD-MASKED
  427                  Move 'MASKED' to CV-AL-IMAGES
  428               When CV-AUD-CHECKED
  429                  Move 'CHECKED' to CV-AL-IMAGES
  430               When Other
  431                  Move 'CLEAR' to CV-AL-IMAGES
  432            End-Evaluate
  433      End-Evaluate
  434      Move CV-AUDIT-LINE to ALINO (CV-IQ-ROW-COUNT)
  435      .


  438  Count-Differing-Byte.
  439      If CV-AUD-BEFORE (CV-BYTE-SUB : 1) Not =
  440         CV-AUD-AFTER (CV-BYTE-SUB : 1)
  441         Add 1 to CV-DIFF-COUNT
  442      End-If
  443      .


  446  Send-Audit-Map.
  447      Move CV-MESSAGE to AMSGO
  448      Move -1 to AFEEDL
  449      Exec CICS Send Map('CVAMAP') Mapset('ICVRTMS')
  450           From(CVAMAPO)
  451           Erase
  452           Cursor
  453      End-Exec
  454      .


  457  End-Inquiry.
  458      Exec CICS Send Text From(CV-END-TEXT)
  459           Length(Length of CV-END-TEXT)
  460           Erase
  461           Freekb
  462      End-Exec
  463      Exec CICS Return End-Exec
  464      .
