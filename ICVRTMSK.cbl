    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTMSK.
      * Sensitive-field masking for the conversion suite's audit
      * trail.
      *
      * Several feeds carry account numbers, tax identifiers and
      * dates of birth, and the before/after images A31BR14A keeps
      * would otherwise be a second, uncontrolled copy of them.  One
      * program owns the SENSMAP dataset the way ICVRTCAL owns the
      * calendar: A31BR14A calls it on every record image before the
      * record reaches AUDITLOG, and ICVRTAUD calls it again on every
      * record it prints or archives, so a record audited before its
      * feed was tagged is still shown only in masked form.  The map
      * is read into storage on the first call of the run and kept.
      *
      * Each tagged byte range is replaced, in both images, by a
      * one-way token of the same length: a keyed hash of the bytes
      * the range held, spelt out in the 32 characters A-Z and 2-9
      * less I, O, 0 and 1.  The same bytes always give the same
      * token and different bytes, all but certainly, a different
      * one, so the trail still shows that a field changed - and
      * ICVRTAUD's byte listing still lists it - without ever
      * holding its value.  The KEY card keeps the token from being
      * recomputed by anyone who does not hold the map, so a map that
      * tags any range must carry one; a range of one or two bytes has
      * so few values that its token says little more than changed or
      * not.
      *
      * SENSMAP is 80-byte cards, '*' in column 1 for a comment -
      *   MASK  cols 6-10 offset, 12-16 length (1-relative, in the
      *         same style as the FLDMAP cards), 18-61 input dataset
      *         name (the name the audit trail is keyed on), and for
      *         a feed whose conversion reformats, the same field's
      *         offset and length in the converted image in 63-67
      *         and 69-73 (blank: the same as the input image).
      *         Only the first 550 bytes of a record are audited, so
      *         a range past them has nothing to mask.
      *   KEY   cols 6-37 the token key, shared by every feed.
      *         Required once the map has any MASK card.
      * No SENSMAP at all masks nothing, which is how the trail ran
      * before there was one, and the range list comes back saying
      * no map was read, so the caller does not flag an image it has
      * not really checked.  A map that will not open, a card that does
      * not read right, MASK cards with no KEY card, or a feed with more
      * ranges than the range list holds cannot be trusted to name every
      * sensitive byte or to token it safely, so every image is then
      * masked whole until it is put right - the trail keeps its
      * identity and timestamp fields and loses only the detail.
      *
      * Call with the dataset name X(44) and the 550-byte before and
      * after images, which are masked in place, and the MASKRNG
      * range list, which comes back naming the ranges masked.

   54  ENVIRONMENT DIVISION.
   55  INPUT-OUTPUT SECTION.
   56  FILE-CONTROL.
   57      SELECT SENSMAP-FILE ASSIGN TO SENSMAP
   58          ORGANIZATION IS LINE SEQUENTIAL
   59          FILE STATUS IS CV-MSK-STATUS.

   61  DATA DIVISION.
   62  FILE SECTION.

   64  FD  SENSMAP-FILE.
   65  01  SENSMAP-LINE               PIC X(80).

   67  WORKING-STORAGE SECTION.

   69  01  CV-MSK-STATUS              PIC X(02) Value '00'.
   70  01  CV-MSK-EOF-SW              PIC X(01) Value 'N'.
   71      88 CV-MSK-EOF                   Value 'Y'.
   72  01  CV-MSK-LOADED-SW           PIC X(01) Value 'N'.
   73      88 CV-MSK-LOADED                Value 'Y'.
   74  01  CV-MSK-USABLE-SW           PIC X(01) Value 'Y'.
   75      88 CV-MSK-USABLE                Value 'Y'.
   76  01  CV-MSK-OVERFLOW-SW         PIC X(01).
   77      88 CV-MSK-OVERFLOW              Value 'Y'.

   79  01  CV-MSK-CARD-VIEW REDEFINES SENSMAP-LINE.
   80      05 CV-MSK-CARD-TYPE        PIC X(04).
   81         88 CV-MSK-CARD-MASK           Value 'MASK'.
   82         88 CV-MSK-CARD-KEY            Value 'KEY '.
   83      05 FILLER                  PIC X(01).
   84      05 CV-MSK-CARD-OFFSET      PIC 9(05).
   85      05 FILLER                  PIC X(01).
   86      05 CV-MSK-CARD-LENGTH      PIC 9(05).
   87      05 FILLER                  PIC X(01).
   88      05 CV-MSK-CARD-DATASET     PIC X(44).
   89      05 FILLER                  PIC X(01).
   90      05 CV-MSK-CARD-AFT-OFFSET  PIC X(05).
   91      05 FILLER                  PIC X(01).
   92      05 CV-MSK-CARD-AFT-LENGTH  PIC X(05).
   93      05 FILLER                  PIC X(07).
   94  01  CV-MSK-KEY-VIEW REDEFINES SENSMAP-LINE.
   95      05 FILLER                  PIC X(05).
   96      05 CV-MSK-CARD-KEY-TEXT    PIC X(32).
   97      05 FILLER                  PIC X(43).

      * Every MASK card of the map, as loaded.  A range clipped to
      * nothing on one side is kept with a zero length there.
  101  01  CV-MSK-MAP-TABLE.
  102      05 CV-MSK-MAP-ENTRY Occurs 1000.
  103         10 CV-MSK-MAP-DATASET   PIC X(44).
  104         10 CV-MSK-MAP-BEF-OFF   PIC 9(05).
  105         10 CV-MSK-MAP-BEF-LEN   PIC 9(05).
  106         10 CV-MSK-MAP-AFT-OFF   PIC 9(05).
  107         10 CV-MSK-MAP-AFT-LEN   PIC 9(05).
  108  01  CV-MSK-MAP-COUNT           PIC 9(04) COMP Value ZERO.
  109  01  CV-MSK-MAP-SUB             PIC 9(04) COMP.

      * The ranges of the feed last asked about, kept so a run of
      * calls for one feed does not search the whole map each time.
      * Laid out as MASKRNG is, and handed back to the caller whole.
  114  01  CV-MSK-LAST-DATASET        PIC X(44) Value LOW-VALUES.
  115  01  CV-MSK-FEED-LIST.
  116      05 CV-MSK-FEED-COUNT       PIC 9(03) Value ZERO.
  117      05 CV-MSK-FEED-MAP-SW      PIC X(01) Value 'N'.
  118      05 CV-MSK-FEED-ENTRY Occurs 50.
  119         10 CV-MSK-FEED-BEF-OFF  PIC 9(05).
  120         10 CV-MSK-FEED-BEF-LEN  PIC 9(05).
  121         10 CV-MSK-FEED-AFT-OFF  PIC 9(05).
  122         10 CV-MSK-FEED-AFT-LEN  PIC 9(05).
  123  01  CV-MSK-RANGE-SUB           PIC 9(03) COMP.

  125  01  CV-MSK-CLIP-OFF            PIC 9(05).
  126  01  CV-MSK-CLIP-LEN            PIC 9(05).

      * Token work.  Two running remainders - one modulo 2**31-1,
      * one modulo the largest nine-digit prime - are taken over the
      * key, then the range's offset and bytes; the first, stirred
      * with the second at each position, picks each token
      * character.  The byte's binary value comes through a one-
      * byte binary cell, as CVHEXCVT takes it.
  134  01  CV-MSK-KEY                 PIC X(32) Value SPACES.
  135  01  CV-MSK-KEY-SEED-1          PIC 9(18) COMP.
  136  01  CV-MSK-KEY-SEED-2          PIC 9(18) COMP.
  137  01  CV-MSK-H1                  PIC 9(18) COMP.
  138  01  CV-MSK-H2                  PIC 9(18) COMP.
  139  01  CV-MSK-QUOT                PIC 9(18) COMP.
  140  01  CV-MSK-MOD-1               PIC 9(18) COMP
  141                                 Value 2147483647.
  142  01  CV-MSK-MOD-2               PIC 9(18) COMP
  143                                 Value 999999937.
  144  01  CV-MSK-REM                 PIC 9(02) COMP.
  145  01  CV-MSK-BYTE-SUB            PIC 9(05) COMP.
  146  01  CV-MSK-FIELD-OFF           PIC 9(05) COMP.
  147  01  CV-MSK-FIELD-LEN           PIC 9(05) COMP.
  148  01  CV-MSK-FIELD               PIC X(550).
  149  01  CV-MSK-TOKEN               PIC X(550).
  150  01  CV-MSK-TOKEN-CHARS         PIC X(32) Value
  151          'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
  152  01  CV-MSK-ORDINAL-CELL.
  153      05 FILLER                  PIC X(01) Value Low-Value.
  154      05 CV-MSK-ORDINAL-CHAR     PIC X(01).
  155  01  CV-MSK-ORDINAL-BIN REDEFINES CV-MSK-ORDINAL-CELL
  156                                 PIC 9(04) COMP.

  158  LINKAGE SECTION.

  160  01  CV-MSK-DATASET             PIC X(44).
  161  01  CV-MSK-BEFORE              PIC X(550).
  162  01  CV-MSK-AFTER               PIC X(550).
  163  COPY MASKRNG.

  165  PROCEDURE DIVISION USING CV-MSK-DATASET, CV-MSK-BEFORE,
  166          CV-MSK-AFTER, CV-MASK-RANGES.

  168  0000-MAINLINE.
  169      If Not CV-MSK-LOADED
  170         Perform Load-Mask-Map
  171      End-If
  172      If CV-MSK-USABLE
  173         And CV-MSK-DATASET Not = CV-MSK-LAST-DATASET
  174         Perform Build-Feed-List
  175      End-If
  176      Move CV-MSK-FEED-LIST to CV-MASK-RANGES
  177      Perform Mask-One-Range
  178         Varying CV-MSK-RANGE-SUB From 1 By 1
  179         Until CV-MSK-RANGE-SUB > CV-MSK-FEED-COUNT
  180      Move 0 to Return-Code
  181      Goback.


      * Once per run.  No SENSMAP masks nothing, and the range list
      * goes back saying no map was read; any other failure to read it,
      * or a map that tags ranges but gives no KEY card - whose tokens
      * would then be seeded from a key anyone can guess - leaves the
      * whole-image range in place for every feed from here on.
  189  Load-Mask-Map.
  190      Set CV-MSK-LOADED to True
  191      Open Input SENSMAP-FILE
  192      If CV-MSK-STATUS = '00'
  193         Move 'Y' to CV-MSK-FEED-MAP-SW
  194         Perform Load-Mask-Card
  195            Until CV-MSK-EOF
  196         Close SENSMAP-FILE
  197      Else
  198         If CV-MSK-STATUS Not = '35'
  199            Display 'ICVRTMSK: SENSMAP OPEN FAILED - STATUS '
  200               CV-MSK-STATUS ' - WHOLE AUDIT IMAGES MASKED'
  201            Move 'N' to CV-MSK-USABLE-SW
  202         End-If
  203      End-If
  204      If CV-MSK-MAP-COUNT > 0
  205         And CV-MSK-KEY = SPACES
  206         Display 'ICVRTMSK: SENSMAP HAS NO KEY CARD - '
  207            'WHOLE AUDIT IMAGES MASKED'
  208         Move 'N' to CV-MSK-USABLE-SW
  209      End-If
  210      Perform Seed-Token-Key
  211      If Not CV-MSK-USABLE
  212         Perform Set-Whole-Image
  213      End-If
  214      .


  217  Load-Mask-Card.
  218      Read SENSMAP-FILE
  219         At End
  220            Set CV-MSK-EOF to True
  221         Not At End
  222            Evaluate True
  223               When SENSMAP-LINE = SPACES
  224               When SENSMAP-LINE (1 : 1) = '*'
  225                  Continue
  226               When CV-MSK-CARD-MASK
  227                  Perform Load-Mask-Range
  228               When CV-MSK-CARD-KEY
  229                  Move CV-MSK-CARD-KEY-TEXT to CV-MSK-KEY
  230               When Other
  231                  Display 'ICVRTMSK: BAD SENSMAP CARD - '
  232                     SENSMAP-LINE (1 : 16)
  233                     ' - WHOLE AUDIT IMAGES MASKED'
  234                  Move 'N' to CV-MSK-USABLE-SW
  235            End-Evaluate
  236      End-Read
  237      .


      * The offset and length are checked the way ICVRT02 checks a
      * FLDMAP card; the converted-image pair is both there or both
      * blank.  Each side is then clipped to the audited 550 bytes.
  243  Load-Mask-Range.
  244      If CV-MSK-CARD-OFFSET Not Numeric
  245         Or CV-MSK-CARD-LENGTH Not Numeric
  246         Or CV-MSK-CARD-OFFSET = ZERO
  247         Or CV-MSK-CARD-LENGTH = ZERO
  248         Or CV-MSK-CARD-OFFSET + CV-MSK-CARD-LENGTH - 1 > 32756
  249         Or CV-MSK-CARD-DATASET = SPACES
  250         Or ((CV-MSK-CARD-AFT-OFFSET Not = SPACES
  251            Or CV-MSK-CARD-AFT-LENGTH Not = SPACES)
  252            And (CV-MSK-CARD-AFT-OFFSET Not Numeric
  253            Or CV-MSK-CARD-AFT-LENGTH Not Numeric
  254            Or CV-MSK-CARD-AFT-OFFSET = '00000'
  255            Or CV-MSK-CARD-AFT-LENGTH = '00000'))
  256         Display 'ICVRTMSK: BAD SENSMAP OFFSET/LENGTH - '
  257            SENSMAP-LINE (1 : 16) ' - WHOLE AUDIT IMAGES MASKED'
  258         Move 'N' to CV-MSK-USABLE-SW
  259      Else
  260         If CV-MSK-MAP-COUNT Not < 1000
  261            Display 'ICVRTMSK: OVER 1000 SENSMAP RANGES - '
  262               'WHOLE AUDIT IMAGES MASKED'
  263            Move 'N' to CV-MSK-USABLE-SW
  264         Else
  265            Add 1 to CV-MSK-MAP-COUNT
  266            Move CV-MSK-CARD-DATASET
  267               to CV-MSK-MAP-DATASET (CV-MSK-MAP-COUNT)
  268            Move CV-MSK-CARD-OFFSET to CV-MSK-CLIP-OFF
  269            Move CV-MSK-CARD-LENGTH to CV-MSK-CLIP-LEN
  270            Perform Clip-To-Image
  271            Move CV-MSK-CLIP-OFF
  272               to CV-MSK-MAP-BEF-OFF (CV-MSK-MAP-COUNT)
  273            Move CV-MSK-CLIP-LEN
  274               to CV-MSK-MAP-BEF-LEN (CV-MSK-MAP-COUNT)
  275            If CV-MSK-CARD-AFT-OFFSET Not = SPACES
  276               Move CV-MSK-CARD-AFT-OFFSET to CV-MSK-CLIP-OFF
  277               Move CV-MSK-CARD-AFT-LENGTH to CV-MSK-CLIP-LEN
  278            Else
  279               Move CV-MSK-CARD-OFFSET to CV-MSK-CLIP-OFF
  280               Move CV-MSK-CARD-LENGTH to CV-MSK-CLIP-LEN
  281            End-If
  282            Perform Clip-To-Image
  283            Move CV-MSK-CLIP-OFF
  284               to CV-MSK-MAP-AFT-OFF (CV-MSK-MAP-COUNT)
  285            Move CV-MSK-CLIP-LEN
  286               to CV-MSK-MAP-AFT-LEN (CV-MSK-MAP-COUNT)
      * A range wholly past the audited bytes on both sides has
      * nothing to mask and is not kept.
  289            If CV-MSK-MAP-BEF-LEN (CV-MSK-MAP-COUNT) = ZERO
  290               And CV-MSK-MAP-AFT-LEN (CV-MSK-MAP-COUNT) = ZERO
  291               Subtract 1 From CV-MSK-MAP-COUNT
  292            End-If
  293         End-If
  294      End-If
  295      .


  298  Clip-To-Image.
  299      If CV-MSK-CLIP-OFF > 550
  300         Move ZERO to CV-MSK-CLIP-LEN
  301      Else
  302         If CV-MSK-CLIP-OFF + CV-MSK-CLIP-LEN - 1 > 550
  303            Compute CV-MSK-CLIP-LEN = 551 - CV-MSK-CLIP-OFF
  304         End-If
  305      End-If
  306      .


      * The key's contribution to every token is the same, so it is
      * taken once and each range starts from it.
  311  Seed-Token-Key.
  312      Move ZERO to CV-MSK-H1
  313      Move ZERO to CV-MSK-H2
  314      Move CV-MSK-KEY to CV-MSK-FIELD
  315      Perform Hash-Field-Byte
  316         Varying CV-MSK-BYTE-SUB From 1 By 1
  317         Until CV-MSK-BYTE-SUB > 32
  318      Move CV-MSK-H1 to CV-MSK-KEY-SEED-1
  319      Move CV-MSK-H2 to CV-MSK-KEY-SEED-2
  320      .


  323  Set-Whole-Image.
  324      Move 1 to CV-MSK-FEED-COUNT
  325      Move 1 to CV-MSK-FEED-BEF-OFF (1)
  326      Move 550 to CV-MSK-FEED-BEF-LEN (1)
  327      Move 1 to CV-MSK-FEED-AFT-OFF (1)
  328      Move 550 to CV-MSK-FEED-AFT-LEN (1)
  329      .


  332  Build-Feed-List.
  333      Move CV-MSK-DATASET to CV-MSK-LAST-DATASET
  334      Move ZERO to CV-MSK-FEED-COUNT
  335      Move 'N' to CV-MSK-OVERFLOW-SW
  336      Perform Collect-Feed-Range
  337         Varying CV-MSK-MAP-SUB From 1 By 1
  338         Until CV-MSK-MAP-SUB > CV-MSK-MAP-COUNT
  339            Or CV-MSK-OVERFLOW
  340      If CV-MSK-OVERFLOW
  341         Display 'ICVRTMSK: OVER 50 SENSMAP RANGES FOR '
  342            CV-MSK-LAST-DATASET ' - WHOLE AUDIT IMAGES MASKED'
  343         Perform Set-Whole-Image
  344      End-If
  345      .


  348  Collect-Feed-Range.
  349      If CV-MSK-MAP-DATASET (CV-MSK-MAP-SUB) = CV-MSK-LAST-DATASET
  350         If CV-MSK-FEED-COUNT Not < 50
  351            Set CV-MSK-OVERFLOW to True
  352         Else
  353            Add 1 to CV-MSK-FEED-COUNT
  354            Move CV-MSK-MAP-BEF-OFF (CV-MSK-MAP-SUB)
  355               to CV-MSK-FEED-BEF-OFF (CV-MSK-FEED-COUNT)
  356            Move CV-MSK-MAP-BEF-LEN (CV-MSK-MAP-SUB)
  357               to CV-MSK-FEED-BEF-LEN (CV-MSK-FEED-COUNT)
  358            Move CV-MSK-MAP-AFT-OFF (CV-MSK-MAP-SUB)
  359               to CV-MSK-FEED-AFT-OFF (CV-MSK-FEED-COUNT)
  360            Move CV-MSK-MAP-AFT-LEN (CV-MSK-MAP-SUB)
  361               to CV-MSK-FEED-AFT-LEN (CV-MSK-FEED-COUNT)
  362         End-If
  363      End-If
  364      .


  367  Mask-One-Range.
  368      Move CV-MSK-FEED-BEF-OFF (CV-MSK-RANGE-SUB)
  369         to CV-MSK-FIELD-OFF
  370      Move CV-MSK-FEED-BEF-LEN (CV-MSK-RANGE-SUB)
  371         to CV-MSK-FIELD-LEN
  372      If CV-MSK-FIELD-LEN > 0
  373         Move CV-MSK-BEFORE (CV-MSK-FIELD-OFF : CV-MSK-FIELD-LEN)
  374            to CV-MSK-FIELD
  375         Perform Build-Token
  376         Move CV-MSK-TOKEN (1 : CV-MSK-FIELD-LEN)
  377            to CV-MSK-BEFORE (CV-MSK-FIELD-OFF : CV-MSK-FIELD-LEN)
  378      End-If
  379      Move CV-MSK-FEED-AFT-OFF (CV-MSK-RANGE-SUB)
  380         to CV-MSK-FIELD-OFF
  381      Move CV-MSK-FEED-AFT-LEN (CV-MSK-RANGE-SUB)
  382         to CV-MSK-FIELD-LEN
  383      If CV-MSK-FIELD-LEN > 0
  384         Move CV-MSK-AFTER (CV-MSK-FIELD-OFF : CV-MSK-FIELD-LEN)
  385            to CV-MSK-FIELD
  386         Perform Build-Token
  387         Move CV-MSK-TOKEN (1 : CV-MSK-FIELD-LEN)
  388            to CV-MSK-AFTER (CV-MSK-FIELD-OFF : CV-MSK-FIELD-LEN)
  389      End-If
  390      .


      * The offset goes into the hash ahead of the bytes, so one
      * value held in two different fields tokenises differently.
  395  Build-Token.
  396      Compute CV-MSK-H1 = CV-MSK-KEY-SEED-1 + CV-MSK-FIELD-OFF
  397      Move CV-MSK-KEY-SEED-2 to CV-MSK-H2
  398      Perform Hash-Field-Byte
  399         Varying CV-MSK-BYTE-SUB From 1 By 1
  400         Until CV-MSK-BYTE-SUB > CV-MSK-FIELD-LEN
  401      Perform Render-Token-Byte
  402         Varying CV-MSK-BYTE-SUB From 1 By 1
  403         Until CV-MSK-BYTE-SUB > CV-MSK-FIELD-LEN
  404      .


  407  Hash-Field-Byte.
  408      Move CV-MSK-FIELD (CV-MSK-BYTE-SUB : 1)
  409         to CV-MSK-ORDINAL-CHAR
  410      Compute CV-MSK-H1 = CV-MSK-H1 * 257 + CV-MSK-ORDINAL-BIN + 1
  411      Divide CV-MSK-H1 By CV-MSK-MOD-1
  412         Giving CV-MSK-QUOT Remainder CV-MSK-H1
  413      Compute CV-MSK-H2 = CV-MSK-H2 * 263 + CV-MSK-ORDINAL-BIN
  414         + CV-MSK-H1
  415      Divide CV-MSK-H2 By CV-MSK-MOD-2
  416         Giving CV-MSK-QUOT Remainder CV-MSK-H2
  417      .


  420  Render-Token-Byte.
  421      Compute CV-MSK-H1 = CV-MSK-H1 * 16807 + CV-MSK-H2
  422         + CV-MSK-BYTE-SUB
  423      Divide CV-MSK-H1 By CV-MSK-MOD-1
  424         Giving CV-MSK-QUOT Remainder CV-MSK-H1
  425      Divide CV-MSK-H1 By 32
  426         Giving CV-MSK-QUOT Remainder CV-MSK-REM
  427      Move CV-MSK-TOKEN-CHARS (CV-MSK-REM + 1 : 1)
  428         to CV-MSK-TOKEN (CV-MSK-BYTE-SUB : 1)
  429      .
