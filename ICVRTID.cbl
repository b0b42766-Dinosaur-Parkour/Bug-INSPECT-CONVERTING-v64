    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTID.
      * Online inquiry, transaction CVD1: one audited record's
      * changed bytes.
      *
      * Reached from the CVA1 record list with the record's AUDITLOG
      * key.  Shows the record's identity - run, direction, record
      * number, when, dataset and translate table - then every byte
      * the conversion changed, before and after side by side in
      * printable hex, the rendering ICVRTAUD's Report-Differing-Byte
      * prints, two to a line and twenty-eight to a page.  PF8 and
      * PF7 page through them; PF12 goes back to the list.
      *
      * The images are shown exactly as A31BR14A stored them, and
      * only when they went through ICVRTMSK on the way in: flag M
      * (sensitive fields tokenised) or C (nothing to tokenise).  A
      * record stored before field masking began carries neither,
      * may hold a sensitive field in clear, and this screen has no
      * way to mask it, so its bytes are withheld; ICVRTAUD, which
      * masks every image it prints, still reports it.  A release
      * decision (record number zero) has no images to show.
      *
      * Read only: a single Read of AUDITLOG per screen.

   25  ENVIRONMENT DIVISION.
   26  DATA DIVISION.
   27  WORKING-STORAGE SECTION.

   29  COPY DFHAID.

   31  COPY ICVRTMS.

   33  COPY INQCOMM.

   35  01  CV-THIS-TRANSID            PIC X(04) Value 'CVD1'.
   36  01  CV-LIST-TRANSID            PIC X(04) Value 'CVA1'.
   37  01  CV-RESP                    PIC S9(08) COMP.
   38  01  CV-RESP-DISPLAY            PIC 9(08).

      * The audit record, as A31BR14A writes it - 1216 bytes, the
      * identity key fields first - with the byte after the
      * after-image saying how the images went through ICVRTMSK.
   43  01  CV-AUDIT-RECORD.
   44      05 CV-AUD-KEY.
   45         10 CV-AUD-RUN-ID        PIC X(16).
   46         10 CV-AUD-DATASET       PIC X(44).
   47         10 CV-AUD-REC-NBR       PIC X(09).
   48      05 FILLER                  PIC X(01).
   49      05 CV-AUD-DATE             PIC X(08).
   50      05 FILLER                  PIC X(01).
   51      05 CV-AUD-TIME             PIC X(08).
   52      05 FILLER                  PIC X(01).
   53      05 CV-AUD-DIRECTION        PIC X(03).
   54      05 FILLER                  PIC X(01).
   55      05 CV-AUD-TABLE            PIC X(20).
   56      05 FILLER                  PIC X(01).
   57      05 CV-AUD-BEFORE           PIC X(550).
   58      05 FILLER                  PIC X(01).
   59      05 CV-AUD-AFTER            PIC X(550).
   60      05 CV-AUD-MASK-FLAG        PIC X(01).
   61         88 CV-AUD-MASKED              Value 'M'.
   62         88 CV-AUD-CHECKED             Value 'C'.
   63      05 FILLER                  PIC X(01).

   65  01  CV-READ-KEY                PIC X(69).

   67  01  CV-RECORD-SWITCH           PIC X(01) Value 'N'.
   68      88 CV-RECORD-FOUND               Value 'Y'.
   69  01  CV-PAGE-SWITCH             PIC X(01) Value 'N'.
   70      88 CV-PAGE-FULL                  Value 'Y'.
   71  01  CV-BACK-SWITCH             PIC X(01) Value 'N'.
   72      88 CV-PAGE-BACK                  Value 'Y'.

   74  01  CV-BYTE-SUB                PIC 9(03) COMP.
   75  01  CV-BYTE-LIMIT              PIC 9(03) COMP.
   76  01  CV-BACK-COUNT              PIC 9(03) COMP.
   77  01  CV-DIFF-COUNT              PIC 9(03) COMP.
   78  01  CV-DIFF-BEFORE             PIC 9(03) COMP.
   79  01  CV-ENTRY-COUNT             PIC 9(03) COMP.
   80  01  CV-ENTRIES-PER-PAGE        PIC 9(03) COMP Value 28.
   81  01  CV-LINE-SUB                PIC 9(02) COMP.
   82  01  CV-ENTRY-COL               PIC 9(02) COMP.

   84  01  CV-BEFORE-HEX              PIC X(02).
   85  01  CV-AFTER-HEX               PIC X(02).

   87  01  CV-MESSAGE                 PIC X(78).
   88  01  CV-MSG-RELEASE             PIC X(60) Value
   89      'A RELEASE DECISION BY ICVRTREL - IT CARRIES NO IMAGES'.
   90  01  CV-MSG-CLEAR               PIC X(60) Value
   91      'STORED BEFORE FIELD MASKING - BYTES WITHHELD, SEE ICVRTAUD'.
   92  01  CV-MSG-MASKED              PIC X(60) Value
   93      'SENSITIVE FIELDS SHOW AS THEIR ONE-WAY TOKENS'.
   94  01  CV-MSG-CHECKED             PIC X(60) Value
   95      'NO FIELD OF THIS FEED WAS TAGGED SENSITIVE WHEN WRITTEN'.
   96  01  CV-MSG-NODIFF              PIC X(60) Value
   97      'NO BYTES DIFFER IN AUDIT IMAGE'.

      * One changed byte, worded as the audit inquiry report words it.
  100  01  CV-BYTE-ENTRY.
  101      05 FILLER                  PIC X(07) Value 'OFFSET '.
  102      05 CV-BE-OFFSET            PIC ZZZZ9.
  103      05 FILLER                  PIC X(10) Value ' BEFORE X'''.
  104      05 CV-BE-BEFORE-HEX        PIC X(02).
  105      05 FILLER                  PIC X(10) Value ''' AFTER X'''.
  106      05 CV-BE-AFTER-HEX         PIC X(02).
  107      05 FILLER                  PIC X(01) Value ''''.

  109  01  CV-COUNT-LINE.
  110      05 CV-CL-CHANGED           PIC ZZ9.
  111      05 FILLER                  PIC X(24) Value
  112         ' BYTES CHANGED, SHOWING '.
  113      05 CV-CL-FIRST             PIC ZZ9.
  114      05 FILLER                  PIC X(04) Value ' TO '.
  115      05 CV-CL-LAST              PIC ZZ9.
  116      05 CV-CL-MORE              PIC X(18).

  118  01  CV-STAMP.
  119      05 CV-ST-DATE              PIC X(08).
  120      05 FILLER                  PIC X(01) Value SPACE.
  121      05 CV-ST-TIME              PIC X(08).

  123  01  CV-END-TEXT                PIC X(35) Value
  124      'CVD1 AUDITED RECORD INQUIRY ENDED'.
  125  01  CV-NO-ENTRY-TEXT           PIC X(42) Value
  126      'CVD1 IS OPENED FROM THE CVA1 RECORD LIST'.

  128  LINKAGE SECTION.
  129  01  DFHCOMMAREA                PIC X(1239).

  131  PROCEDURE DIVISION.

  133  0000-MAINLINE.
  134      If EIBCALEN = 0
  135         Exec CICS Send Text From(CV-NO-ENTRY-TEXT)
  136              Length(Length of CV-NO-ENTRY-TEXT)
  137              Erase
  138              Freekb
  139         End-Exec
  140         Exec CICS Return End-Exec
  141      End-If

  143      Move DFHCOMMAREA (1 : EIBCALEN) to CV-INQ-COMMAREA
  144      Move Low-Values to CVDMAPO
  145      Move Spaces to CV-MESSAGE
  146      If CV-IQ-FRESH
  147         Set CV-IQ-CONTINUING to True
  148         Move 1 to CV-IQ-BYTE-START
  149      Else
  150         Evaluate EIBAID
  151            When DFHPF3
  152               Perform End-Inquiry
  153            When DFHPF12
  154               Perform Return-To-List
  155            When DFHPF8
  156               If CV-IQ-BYTE-NEXT > 0
  157                  Move CV-IQ-BYTE-NEXT to CV-IQ-BYTE-START
  158               Else
  159                  Move 'NO FURTHER CHANGED BYTES' to CV-MESSAGE
  160               End-If
  161            When DFHPF7
  162               If CV-IQ-BYTE-START > 1
  163                  Set CV-PAGE-BACK to True
  164               Else
  165                  Move 'ALREADY AT THE FIRST CHANGED BYTE'
  166                     to CV-MESSAGE
  167               End-If
  168            When DFHENTER
  169               Continue
  170            When Other
  171               Move 'THAT KEY IS NOT IN USE ON THIS SCREEN'
  172                  to CV-MESSAGE
  173         End-Evaluate
  174      End-If

  176      Perform Build-Detail-Page
  177      Perform Send-Detail-Map
  178      Exec CICS Return Transid(CV-THIS-TRANSID)
  179           Commarea(CV-INQ-COMMAREA)
  180           Length(Length of CV-INQ-COMMAREA)
  181      End-Exec
  182      Goback.


      * The list opens again on the page the record was chosen from:
      * CVA1 sees the record's key still in the area.
  187  Return-To-List.
  188      Set CV-IQ-FRESH to True
  189      Exec CICS Return Transid(CV-LIST-TRANSID)
  190           Commarea(CV-INQ-COMMAREA)
  191           Length(Length of CV-INQ-COMMAREA)
  192           Immediate
  193      End-Exec
  194      .


  197  Build-Detail-Page.
  198      Move 'N' to CV-RECORD-SWITCH
  199      Move CV-IQ-AUD-KEY to CV-READ-KEY
  200      Exec CICS Read File('AUDITLOG')
  201           Into(CV-AUDIT-RECORD)
  202           Ridfld(CV-READ-KEY)
  203           Resp(CV-RESP)
  204      End-Exec
  205      Evaluate True
  206         When CV-RESP = DFHRESP(NORMAL)
  207            Set CV-RECORD-FOUND to True
  208         When CV-RESP = DFHRESP(NOTFND)
  209            Move 'THE RECORD IS NO LONGER ON AUDITLOG'
  210               to CV-MESSAGE
  211         When Other
  212            Move CV-RESP to CV-RESP-DISPLAY
  213            String 'AUDITLOG READ FAILED - RESP '
  214               CV-RESP-DISPLAY Delimited by Size
  215               Into CV-MESSAGE
  216      End-Evaluate

  218      If CV-RECORD-FOUND
  219         Move CV-AUD-RUN-ID to DRUNO
  220         Move CV-AUD-DIRECTION to DDIRO
  221         Move CV-AUD-REC-NBR to DRECO
  222         Move CV-AUD-DATE to CV-ST-DATE
  223         Move CV-AUD-TIME to CV-ST-TIME
  224         Move CV-STAMP to DSTAMPO
  225         Move CV-AUD-DATASET to DDSNO
  226         Move CV-AUD-TABLE to DTABO
  227         Evaluate True
  228            When CV-AUD-REC-NBR = '000000000'
  229               Move CV-MSG-RELEASE to DNOTEO
  230            When CV-AUD-MASKED
  231               Move CV-MSG-MASKED to DNOTEO
  232               Perform Show-Changed-Bytes
  233            When CV-AUD-CHECKED
  234               Move CV-MSG-CHECKED to DNOTEO
  235               Perform Show-Changed-Bytes
  236            When Other
  237               Move CV-MSG-CLEAR to DNOTEO
  238         End-Evaluate
  239      End-If
  240      .


      * The page runs from the start offset to the twenty-eighth
      * changed byte; the twenty-ninth, if any, starts the next page.
  245  Show-Changed-Bytes.
  246      If CV-PAGE-BACK
  247         Perform Find-Previous-Page
  248      End-If
  249      Move ZERO to CV-DIFF-COUNT
  250      Move ZERO to CV-DIFF-BEFORE
  251      Perform Count-Differing-Byte
  252         Varying CV-BYTE-SUB From 1 By 1
  253         Until CV-BYTE-SUB > 550
  254      If CV-IQ-BYTE-START < 1 Or CV-IQ-BYTE-START > 550
  255         Move 1 to CV-IQ-BYTE-START
  256      End-If

  258      Move ZERO to CV-ENTRY-COUNT
  259      Move ZERO to CV-IQ-BYTE-NEXT
  260      Move 'N' to CV-PAGE-SWITCH
  261      Perform Place-Differing-Byte
  262         Varying CV-BYTE-SUB From CV-IQ-BYTE-START By 1
  263         Until CV-BYTE-SUB > 550 Or CV-PAGE-FULL

  265      If CV-MESSAGE = Spaces
  266         If CV-DIFF-COUNT = 0
  267            Move CV-MSG-NODIFF to CV-MESSAGE
  268         Else
  269            Move CV-DIFF-COUNT to CV-CL-CHANGED
  270            Compute CV-CL-FIRST = CV-DIFF-BEFORE + 1
  271            Compute CV-CL-LAST = CV-DIFF-BEFORE + CV-ENTRY-COUNT
  272            If CV-IQ-BYTE-NEXT > 0
  273               Move ' - PF8 FOR MORE' to CV-CL-MORE
  274            Else
  275               Move Spaces to CV-CL-MORE
  276            End-If
  277            Move CV-COUNT-LINE to CV-MESSAGE
  278         End-If
  279      End-If
  280      .


  283  Count-Differing-Byte.
  284      If CV-AUD-BEFORE (CV-BYTE-SUB : 1) Not =
  285         CV-AUD-AFTER (CV-BYTE-SUB : 1)
  286         Add 1 to CV-DIFF-COUNT
  287         If CV-BYTE-SUB < CV-IQ-BYTE-START
  288            Add 1 to CV-DIFF-BEFORE
  289         End-If
  290      End-If
  291      .


      * Entries fill each line left then right: line (n + 1) / 2,
      * column 1 or 42.
  296  Place-Differing-Byte.
  297      If CV-AUD-BEFORE (CV-BYTE-SUB : 1) Not =
  298         CV-AUD-AFTER (CV-BYTE-SUB : 1)
  299         If CV-ENTRY-COUNT Not < CV-ENTRIES-PER-PAGE
  300            Move CV-BYTE-SUB to CV-IQ-BYTE-NEXT
  301            Set CV-PAGE-FULL to True
  302         Else
  303            Add 1 to CV-ENTRY-COUNT
  304            Move CV-BYTE-SUB to CV-BE-OFFSET
  305            Call 'CVHEXCVT' Using CV-AUD-BEFORE (CV-BYTE-SUB : 1),
  306                 CV-BEFORE-HEX
  307            Call 'CVHEXCVT' Using CV-AUD-AFTER (CV-BYTE-SUB : 1),
  308                 CV-AFTER-HEX
  309            Move CV-BEFORE-HEX to CV-BE-BEFORE-HEX
  310            Move CV-AFTER-HEX to CV-BE-AFTER-HEX
  311            Compute CV-LINE-SUB = (CV-ENTRY-COUNT + 1) / 2
  312            If CV-LINE-SUB * 2 = CV-ENTRY-COUNT
  313               Move 42 to CV-ENTRY-COL
  314            Else
  315               Move Spaces to DLINO (CV-LINE-SUB)
  316               Move 1 to CV-ENTRY-COL
  317            End-If
  318            Move CV-BYTE-ENTRY
  319               to DLINO (CV-LINE-SUB) (CV-ENTRY-COL : 37)
  320         End-If
  321      End-If
  322      .


      * Back from the page start over twenty-eight changed bytes; the
      * earliest of them starts the previous page.
  327  Find-Previous-Page.
  328      Move ZERO to CV-BACK-COUNT
  329      Move CV-IQ-BYTE-START to CV-BYTE-LIMIT
  330      Move 1 to CV-IQ-BYTE-START
  331      Perform Step-Back-One-Byte
  332         Varying CV-BYTE-SUB From CV-BYTE-LIMIT By -1
  333         Until CV-BYTE-SUB < 2
  334            Or CV-BACK-COUNT Not < CV-ENTRIES-PER-PAGE
  335      .


  338  Step-Back-One-Byte.
  339      If CV-AUD-BEFORE (CV-BYTE-SUB - 1 : 1) Not =
  340         CV-AUD-AFTER (CV-BYTE-SUB - 1 : 1)
  341         Add 1 to CV-BACK-COUNT
  342         Compute CV-IQ-BYTE-START = CV-BYTE-SUB - 1
  343      End-If
  344      .


  347  Send-Detail-Map.
  348      Move CV-MESSAGE to DMSGO
  349      Exec CICS Send Map('CVDMAP') Mapset('ICVRTMS')
  350           From(CVDMAPO)
  351           Erase
  352      End-Exec
  353      .


  356  End-Inquiry.
  357      Exec CICS Send Text From(CV-END-TEXT)
  358           Length(Length of CV-END-TEXT)
  359           Erase
  360           Freekb
  361      End-Exec
  362      Exec CICS Return End-Exec
  363      .
