      *   the clean RC 0 a 40-percent-short feed used to deliver
      *   with.  No tolerance record, or no TOLCTL file, gates
      *   nothing.
      *   Added a UTF-8 output mode (control card byte 24 = 'U',
      *   EBCDIC-to-ASCII runs only): after the usual conversion each
      *   record is re-encoded as UTF-8 - a single-byte character
      *   goes out as its Unicode code point (the Latin-1 value of
      *   its ASCII-side table byte unless the DBCSTBL Unicode table
      *   overrides it, as it must for a euro sign), and on a DBCS
      *   feed each shift-out/shift-in run converts pair by pair
      *   through the double-byte cards of the same table, with the
      *   shift bytes dropped.  The output record grows (or shrinks)
      *   to fit its encoding; a record that would pass 32756 bytes
      *   stops the run RC 12 the way reformat expansion does.  A
      *   double-byte character the table does not map goes out as
      *   U+FFFD and is reported on EXCPRPT as an exception.  The
      *   audit stamp and direction read 'E2U' for such a run.
      *   A clean run (return code 0) now leaves a delivery manifest
      *   record on the suite-wide MANIFEST dataset: the OUTFILE name,
      *   the run identifier, its record and byte counts, a hash
      *   total over the delivered bytes and the code-page edition
      *   stamp - taken by reading the delivered file back once it
      *   is closed, so a restarted run still vouches for the whole
      *   file.  ICVRTRCN reconciles the manifests against what the
      *   receiving side acknowledges.
      *   Added hold-and-release staging: a run the driver hands a
      *   delivery name (CV-DELIVER-DSN) writes OUTFILE as a held
      *   dataset.  Clean, it is copied on to the delivery name in
      *   the same pass that takes the manifest; warned by the
      *   tolerance gate or leaving records in quarantine, it stays
      *   held, the history row is marked held and a record goes to
      *   the HOLDLOG trail for ICVRTREL to promote or discard.  The
      *   manifest dataset name now comes through CVDDNAME as well.
      *   The tolerance gate's history is now the feed's last seven
      *   scheduled run dates from the ICVRTCAL feed calendar rather
      *   than the last seven calendar days, so a weekday or month-end
      *   feed is judged only against the days it is meant to run.
      *   The exception scan now also counts how often each byte value
      *   turns up among a data record's character-classed bytes (the
      *   same bytes it checks - packed, binary and sign bytes and
      *   double-byte runs are left out), and the run-history row
      *   carries the 256 counts, their total, the code-page edition
      *   and the character each byte value maps to under it.  A
      *   sender that switches code page keeps every byte covered but
      *   shifts the profile; ICVRTPRF reports the shift.  A restarted
      *   run profiles the records it converted itself.
      *   The tolerance gate's return code is now kept apart from
      *   RETURN-CODE, which the history write's CALL resets, so a
      *   warned run keeps its RC 4 on the history row, on HOLDLOG and
      *   back to the driver, and gets no delivery manifest.
      *   A warned run that was not staged has delivered its OUTFILE
      *   all the same, and now gets its delivery manifest like a
      *   clean one; only a held run waits for ICVRTREL's.
       
  240  ENVIRONMENT DIVISION.
  241  INPUT-OUTPUT SECTION.
  242  FILE-CONTROL.
  243      SELECT INPUT-FILE  ASSIGN TO DYNAMIC CV-INFILE-DSN
  244          ORGANIZATION IS SEQUENTIAL
  245          FILE STATUS IS CV-INFILE-STATUS.
       
  247      SELECT OUTPUT-FILE ASSIGN TO DYNAMIC CV-OUTFILE-DSN
  248          ORGANIZATION IS SEQUENTIAL
  249          FILE STATUS IS CV-OUTFILE-STATUS.
       
  251      SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC CV-EXCPRPT-DSN
  252          ORGANIZATION IS LINE SEQUENTIAL
  253          FILE STATUS IS CV-EXCEPT-STATUS.
       
  255      SELECT REJECT-FILE ASSIGN TO DYNAMIC CV-REJECTDS-DSN
  256          ORGANIZATION IS LINE SEQUENTIAL
  257          FILE STATUS IS CV-REJECT-STATUS.
       
  259      SELECT RESTART-FILE ASSIGN TO DYNAMIC CV-RESTARTF-DSN
  260          ORGANIZATION IS RELATIVE
  261          ACCESS MODE IS RANDOM
  262          RELATIVE KEY IS CV-RESTART-KEY
  263          FILE STATUS IS CV-RESTART-STATUS.
       
  265      SELECT CONTROL-CARD-FILE ASSIGN TO DYNAMIC CV-CTLCARD-DSN
  266          ORGANIZATION IS LINE SEQUENTIAL
  267          FILE STATUS IS CV-CTLCARD-STATUS.

  269      SELECT FIELD-MAP-FILE ASSIGN TO DYNAMIC CV-FLDMAP-DSN
  270          ORGANIZATION IS LINE SEQUENTIAL
  271          FILE STATUS IS CV-FLDMAP-STATUS.

  273      SELECT TABLE-LIB-FILE ASSIGN TO DYNAMIC CV-TBLLIB-DSN
  274          ORGANIZATION IS LINE SEQUENTIAL
  275          FILE STATUS IS CV-TBLLIB-STATUS.

  277      SELECT SUBST-CONTROL-FILE ASSIGN TO DYNAMIC CV-SUBCTLF-DSN
  278          ORGANIZATION IS LINE SEQUENTIAL
  279          FILE STATUS IS CV-SUBCTL-STATUS.

  281      SELECT TOLERANCE-FILE ASSIGN TO DYNAMIC CV-TOLCTL-DSN
  282          ORGANIZATION IS LINE SEQUENTIAL
  283          FILE STATUS IS CV-TOLCTL-STATUS.

  285      SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC CV-QUARDS-DSN
  286          ORGANIZATION IS SEQUENTIAL
  287          FILE STATUS IS CV-QUARDS-STATUS.

  289      SELECT UNICODE-TABLE-FILE ASSIGN TO DYNAMIC CV-DBCSTBL-DSN
  290          ORGANIZATION IS LINE SEQUENTIAL
  291          FILE STATUS IS CV-DBCSTBL-STATUS.

      * The delivery manifest is a suite-wide dataset like AUDITLOG,
      * opened extend, one record per delivery; its name comes
      * through CVDDNAME so a reconversion into scratch files can
      * point it at scratch too.
  297      SELECT MANIFEST-FILE ASSIGN TO DYNAMIC CV-MANIFEST-DSN
  298          ORGANIZATION IS LINE SEQUENTIAL
  299          FILE STATUS IS CV-MANIFEST-STATUS.

      * A staged run writes OUTFILE under its held name and, when
      * the run is clean, copies it on to the delivery name; a held
      * run leaves a record on the suite-wide hold log instead.
  304      SELECT DELIVERY-FILE ASSIGN TO DYNAMIC CV-DELIVER-DSN
  305          ORGANIZATION IS SEQUENTIAL
  306          FILE STATUS IS CV-DELIVER-STATUS.

  308      SELECT HOLD-LOG-FILE ASSIGN TO HOLDLOG
  309          ORGANIZATION IS LINE SEQUENTIAL
  310          FILE STATUS IS CV-HOLDLOG-STATUS.
       
  312  DATA DIVISION.
  313  FILE SECTION.
       
  315  FD  INPUT-FILE
  316      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  317      DEPENDING ON CV-IN-REC-LEN.
  318  01  IN-REC                     PIC X(32756).
       
  320  FD  OUTPUT-FILE
  321      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  322      DEPENDING ON CV-OUT-REC-LEN.
  323  01  OUT-REC                    PIC X(32756).
       
  325  FD  EXCEPTION-FILE.
  326  01  EXCEPT-REPORT-LINE         PIC X(80).
       
  328  FD  REJECT-FILE.
  329  01  REJECT-REPORT-LINE         PIC X(80).
       
  331  FD  RESTART-FILE.
  332  COPY RESTCTRL.
       
  334  FD  CONTROL-CARD-FILE.
  335  01  CTLCARD-LINE               PIC X(80).

  337  FD  FIELD-MAP-FILE.
  338  01  FLDMAP-LINE                PIC X(80).

  340  FD  TABLE-LIB-FILE.
  341  01  TBLLIB-LINE                PIC X(80).

  343  FD  SUBST-CONTROL-FILE.
  344  01  SUBCTL-LINE                PIC X(80).

  346  FD  QUARANTINE-FILE
  347      RECORD IS VARYING IN SIZE FROM 15 TO 32770 CHARACTERS
  348      DEPENDING ON CV-QUAR-OUT-LEN.
  349  01  QUAR-REC                   PIC X(32770).

  351  FD  TOLERANCE-FILE.
  352  01  TOLCTL-LINE                PIC X(80).

  354  FD  UNICODE-TABLE-FILE.
  355  01  DBCSTBL-LINE               PIC X(80).

  357  FD  MANIFEST-FILE.
  358  01  MANIFEST-LINE              PIC X(170).

  360  FD  DELIVERY-FILE
  361      RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
  362      DEPENDING ON CV-OUT-REC-LEN.
  363  01  DELIVERY-REC               PIC X(32756).

  365  FD  HOLD-LOG-FILE.
  366  01  HOLD-LOG-LINE              PIC X(260).
       
  368  WORKING-STORAGE SECTION.
       
  370  COPY CVDDNAME.
       
  372  01  EBCDIC-Set-01  PIC  X(256) Value
  373         X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B
      -        '1C1D1E1F202122232425262728292A2B2C2D2E2F3031323334353637
      -        '38393A3B3C3D3E3F404142434445464748494A4B4C4D4E4F50515253
      -        '5455565758595A5B5C5D5E5F606162636465666768696A6B6C6D6E6F
      -        'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEFF0F1F2F3F4F5F6F7F8F9FAFB
      -        'FCFDFEFF'.
       
  384  01  ASCII-Set-01   PIC  X(256) Value
  385         X'000102039C09867F978D8E0B0C0D0E0F101112139D8508871819928F
      -        '1C1D1E1F80818283840A171B88898A8B8C0506079091169394959604
      -        '98999A9B14159E1A20A0E2E4E0E1E3E5E7F1A22E3C282B7C26E9EAEB
      -        'E8EDEEEFECDF21242A293BAC2D2FC2C4C0C1C3C5C7D1A62C255F3E3F
      -        'DCD9DA9F'.
       
       
  397  01  INSPECT-05-LEVELS.
  398      05 EBCDIC-Set-05 PIC  X(256) Value
  399         X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B
      -        '1C1D1E1F202122232425262728292A2B2C2D2E2F3031323334353637
      -        '38393A3B3C3D3E3F404142434445464748494A4B4C4D4E4F50515253
      -        '5455565758595A5B5C5D5E5F606162636465666768696A6B6C6D6E6F
      -        'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEFF0F1F2F3F4F5F6F7F8F9FAFB
      -        'FCFDFEFF'.
       
  410      05 ASCII-Set-05  PIC  X(256) Value
  411         X'000102039C09867F978D8E0B0C0D0E0F101112139D8508871819928F
      -        '1C1D1E1F80818283840A171B88898A8B8C0506079091169394959604
      -        '98999A9B14159E1A20A0E2E4E0E1E3E5E7F1A22E3C282B7C26E9EAEB
      -        'E8EDEEEFECDF21242A293BAC2D2FC2C4C0C1C3C5C7D1A62C255F3E3F
      -        '5CF7535455565758595AB2D4D6D2D3D530313233343536373839B3DB
      -        'DCD9DA9F'.
       
  422  01  DOC-01                     PIC X(32756).
  423  01  DOC-05                     PIC X(32756).
  424  01  CV-ORIGINAL-REC            PIC X(32756).
       
  426  01  CV-FILE-SWITCHES.
  427      05 CV-INFILE-STATUS        PIC X(02) Value '00'.
  428      05 CV-OUTFILE-STATUS       PIC X(02) Value '00'.
  429      05 CV-EXCEPT-STATUS        PIC X(02) Value '00'.
  430      05 CV-REJECT-STATUS        PIC X(02) Value '00'.
  431      05 CV-RESTART-STATUS       PIC X(02) Value '00'.
  432      05 CV-CTLCARD-STATUS       PIC X(02) Value '00'.
  433      05 CV-FLDMAP-STATUS        PIC X(02) Value '00'.
  434      05 CV-TBLLIB-STATUS        PIC X(02) Value '00'.
  435      05 CV-SUBCTL-STATUS        PIC X(02) Value '00'.
  436      05 CV-QUARDS-STATUS        PIC X(02) Value '00'.
  437      05 CV-TOLCTL-STATUS        PIC X(02) Value '00'.
  438      05 CV-DBCSTBL-STATUS       PIC X(02) Value '00'.
  439      05 CV-MANIFEST-STATUS      PIC X(02) Value '00'.
  440      05 CV-DELIVER-STATUS       PIC X(02) Value '00'.
  441      05 CV-HOLDLOG-STATUS       PIC X(02) Value '00'.
  442      05 CV-EOF-SWITCH           PIC X(01) Value 'N'.
  443         88 CV-END-OF-INPUT             Value 'Y'.
  444      05 CV-RESTARTING-SWITCH    PIC X(01) Value 'N'.
  445         88 CV-IS-RESTARTING           Value 'Y'.
  446      05 CV-FLDMAP-EOF-SWITCH    PIC X(01) Value 'N'.
  447         88 CV-FLDMAP-EOF                Value 'Y'.
  448      05 CV-FLDMAP-PRESENT-SW    PIC X(01) Value 'N'.
  449         88 CV-FLDMAP-PRESENT            Value 'Y'.
  450      05 CV-TBLLIB-EOF-SWITCH    PIC X(01) Value 'N'.
  451         88 CV-TBLLIB-EOF              Value 'Y'.
  452      05 CV-TBL-FOUND-SWITCH     PIC X(01) Value 'N'.
  453         88 CV-TBL-MEMBER-FOUND         Value 'Y'.
  454      05 CV-TBL-SCAN-SWITCH      PIC X(01) Value 'N'.
  455         88 CV-TBL-SCAN-DONE            Value 'Y'.
  456      05 CV-SUBCTL-EOF-SWITCH    PIC X(01) Value 'N'.
  457         88 CV-SUBCTL-EOF               Value 'Y'.
  458      05 CV-SUBST-ACTIVE-SWITCH  PIC X(01) Value 'N'.
  459         88 CV-SUBST-ACTIVE             Value 'Y'.
       
  461  01  CV-RECORD-COUNT            PIC 9(09) COMP Value ZERO.
  462  01  CV-BYTE-INDEX              PIC 9(05) COMP.
  463  01  CV-RESTART-KEY             PIC 9(04) COMP Value 1.
       
      * CV-IN-REC-LEN/CV-OUT-REC-LEN are the RECORD ... DEPENDING ON
      * items for INPUT-FILE/OUTPUT-FILE; the runtime sets CV-IN-REC-LEN
      * from the RDW on each read and consults CV-OUT-REC-LEN to build
      * the RDW on each write.
  469  01  CV-IN-REC-LEN              PIC 9(05) COMP.
  470  01  CV-OUT-REC-LEN             PIC 9(05) COMP.
       
  472  01  CV-AUDIT-TABLE-NAME         PIC X(20).

      * Stamped on every audit record: one run identifier for the
      * whole run (start date and time), the conversion direction,
      * and the input record number of the record being audited.
  477  01  CV-RUN-ID.
  478      05 CV-RUN-ID-DATE          PIC 9(08).
  479      05 CV-RUN-ID-TIME          PIC 9(08).
  480  01  CV-AUD-DIRECTION           PIC X(03).
  481  01  CV-AUD-REC-NBR             PIC 9(09).

      * Delivery manifest work areas.  The manifest is taken from the
      * delivered OUTFILE as it stands once the run is over - read
      * back whole, so a run restarted from a checkpoint still counts
      * and hashes every record, not just those it wrote itself.
  487  COPY MANIFREC.
  488  01  CV-MF-EOF-SW               PIC X(01) Value 'N'.
  489      88 CV-MF-EOF                    Value 'Y'.
  490  01  CV-MF-REC-TOTAL            PIC 9(09) COMP Value ZERO.
  491  01  CV-MF-BYTE-TOTAL           PIC 9(15) COMP Value ZERO.
  492  01  CV-MF-REC-HASH             PIC 9(18) COMP.
  493  01  CV-MF-HASH-TOTAL           PIC 9(18) COMP Value ZERO.
  494  01  CV-MF-HASH-QUOT            PIC 9(18) COMP.
  495  01  CV-MF-HASH-MODULUS         PIC 9(18) COMP
  496                                 Value 1000000000000000.

      * Staging.  A run handed a delivery name is staged: OUTFILE is
      * the held dataset, and the end of the run decides between
      * copying it on to the delivery name and holding it for an
      * operator's release decision.
  502  COPY HOLDREC.
  503  01  CV-STAGING-SW              PIC X(01) Value 'N'.
  504      88 CV-STAGING-RUN               Value 'Y'.
  505  01  CV-STAGE-HOLD-SW           PIC X(01) Value 'N'.
  506      88 CV-STAGE-HELD                Value 'Y'.
  507  01  CV-HOLD-TIME               PIC 9(08).
  508  01  CV-GATE-RC                 PIC 9(04) COMP Value ZERO.

  510  COPY RUNHREC.
  511  01  CV-HIST-FUNCTION           PIC X(01).
  512  01  CV-HIST-FOUND-SW           PIC X(01).

      * A one-byte binary cell: moving a byte into the low half makes
      * its ordinal (0-255) directly available, the same device the
      * position value+1 for every byte value the source alphabet
      * covers, built once per run - the exception scan is then one
      * indexed compare per byte instead of a 256-position Inspect.
  520  01  CV-ORDINAL-CELL.
  521      05 FILLER                  PIC X(01) Value Low-Value.
  522      05 CV-ORDINAL-BYTE         PIC X(01).
  523  01  CV-ORDINAL-BIN REDEFINES CV-ORDINAL-CELL
  524                                 PIC 9(04) COMP.
  525  01  CV-COVERED-FLAGS           PIC X(256).
  526  01  CV-COVERED-SUB             PIC 9(03) COMP.

      * Byte-frequency profile of the run's character-classed input,
      * subscripted like CV-COVERED-FLAGS (byte value + 1).
  530  01  CV-PROFILE-TABLE.
  531      05 CV-PRF-COUNT            PIC 9(11) COMP Occurs 256.
  532  01  CV-PRF-TOTAL               PIC 9(12) COMP Value ZERO.
       
      * Direction and code page are read from a control card at start-
      * up (see Establish-Conversion-Control).  If the card is missing
      * or empty, EBCDIC-to-ASCII / CP037 is assumed.
  537  01  CV-CTLCARD-VIEW REDEFINES CTLCARD-LINE.
  538      05 CV-DIRECTION            PIC X(01).
  539         88 CV-DIR-EBCDIC-TO-ASCII      Value 'E'.
  540         88 CV-DIR-ASCII-TO-EBCDIC      Value 'A'.
  541      05 FILLER                  PIC X(01).
  542      05 CV-CODEPAGE-NAME        PIC X(08).
  543      05 FILLER                  PIC X(01).
  544      05 CV-HDRTRL-FLAG          PIC X(01).
  545         88 CV-HDRTRL-EXPECTED          Value 'H'.
  546      05 FILLER                  PIC X(01).
  547      05 CV-DBCS-FLAG            PIC X(01).
  548         88 CV-DBCS-EXPECTED            Value 'D'.
  549      05 FILLER                  PIC X(01).
  550      05 CV-AUDIT-LEVEL          PIC X(01).
  551         88 CV-AUDIT-FULL               Value 'F' SPACE.
  552         88 CV-AUDIT-CHANGED            Value 'C'.
  553         88 CV-AUDIT-NONE               Value 'N'.
  554         88 CV-AUDIT-LEVEL-VALID        Value 'F' 'C' 'N'
  555                                              SPACE.
  556      05 FILLER                  PIC X(01).
  557      05 CV-REFORMAT-FLAG        PIC X(01).
  558         88 CV-REFORMAT-ACTIVE         Value 'R'.
  559         88 CV-REFORMAT-VALID          Value 'R' SPACE.
  560      05 FILLER                  PIC X(01).
  561      05 CV-QUARANT-FLAG         PIC X(01).
  562         88 CV-QUARANT-MODE            Value 'Q'.
  563         88 CV-QUARANT-VALID           Value 'Q' SPACE.
  564      05 FILLER                  PIC X(01).
  565      05 CV-DIRGUARD-FLAG        PIC X(01).
  566         88 CV-DIRGUARD-OVERRIDE       Value 'O'.
  567         88 CV-DIRGUARD-VALID          Value 'O' SPACE.
  568      05 FILLER                  PIC X(01).
  569      05 CV-UTF8-FLAG            PIC X(01).
  570         88 CV-UTF8-OUTPUT             Value 'U'.
  571         88 CV-UTF8-VALID              Value 'U' SPACE.
  572      05 FILLER                  PIC X(56).

      * The direction guard's notion of what text looks like on each
      * side: space, letters and digits in each character set.  The
      * the run commits - a card keyed 'E' against a file that is
      * already ASCII would otherwise run the whole feed backwards
      * through the tables and deliver perfectly-formed garbage.
  580  01  CV-EBC-TEXT-BYTES          PIC X(63) Value
  581         X'40818283848586878889919293949596979899A2A3A4A5A6A7A8A9C1
      -        'C2C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2E3E4E5E6E7E8E9F0F1F2
      -        'F3F4F5F6F7F8F9'.
  584  01  CV-ASC-TEXT-BYTES          PIC X(63) Value
  585         X'20303132333435363738394142434445464748494A4B4C4D4E4F5051
      -        '52535455565758595A6162636465666768696A6B6C6D6E6F70717273
      -        '7475767778797A'.
  588  01  CV-EBC-TEXT-FLAGS          PIC X(256).
  589  01  CV-ASC-TEXT-FLAGS          PIC X(256).
  590  01  CV-GUARD-EBC-COUNT         PIC 9(09) COMP Value ZERO.
  591  01  CV-GUARD-ASC-COUNT         PIC 9(09) COMP Value ZERO.
  592  01  CV-GUARD-BYTE-COUNT        PIC 9(09) COMP Value ZERO.
  593  01  CV-GUARD-REC-COUNT         PIC 9(09) COMP Value ZERO.
  594  01  CV-GUARD-SAMPLE-LIMIT      PIC 9(03) COMP Value 100.
  595  01  CV-GUARD-EOF-SW            PIC X(01) Value 'N'.
  596      88 CV-GUARD-EOF                 Value 'Y'.

      * Quarantine record: the input record number and length ahead
      * of the original record bytes, so the repair job can match a
      * correction to its record and splice the reconverted record
      * back into the output in record-number order.
  602  01  CV-QUAR-OUT-LEN            PIC 9(05) COMP.
  603  01  CV-QUAR-BUILD.
  604      05 CV-QUAR-REC-NBR         PIC 9(09).
  605      05 CV-QUAR-REC-LEN         PIC 9(05).
  606      05 CV-QUAR-DATA            PIC X(32756).
  607  01  CV-QUAR-COUNT              PIC 9(09) COMP Value ZERO.
  608  01  CV-REC-EXCEPT-SWITCH       PIC X(01) Value 'N'.
  609      88 CV-REC-HAS-EXCEPTION         Value 'Y'.
       
  611  01  CV-SOURCE-ALPHABET         PIC X(256).

      * Field-map record: field type, offset (1-relative) and length.
      * CHAR and the digit bytes of ZONE convert through the translate
      * tables; the final (overpunch sign) byte of a ZONE field goes
      * through the sign tables below; PACK and BIN fields - and any
      * byte no map record names - pass through untouched.
  618  01  CV-FLDMAP-VIEW REDEFINES FLDMAP-LINE.
  619      05 CV-FLD-TYPE             PIC X(04).
  620         88 CV-FLD-IS-CHAR             Value 'CHAR'.
  621         88 CV-FLD-IS-ZONE             Value 'ZONE'.
  622         88 CV-FLD-IS-PACK             Value 'PACK'.
  623         88 CV-FLD-IS-BIN              Value 'BIN '.
  624      05 FILLER                  PIC X(01).
  625      05 CV-FLD-OFFSET           PIC 9(05).
  626      05 FILLER                  PIC X(01).
  627      05 CV-FLD-LENGTH           PIC 9(05).
  628      05 FILLER                  PIC X(64).

      * Translate-table library records: a member opens with a
      * CODEPAGE header card naming it, followed by sixteen 'E' and
      * sixteen 'A' cards, each carrying sixteen table bytes as
      * printable hex.  The same card layout is what the ICVRTTBL
      * maintenance utility accepts as its input deck.
  635  01  CV-TBLLIB-HDR-VIEW REDEFINES TBLLIB-LINE.
  636      05 CV-TBL-HDR-KEYWORD      PIC X(08).
  637         88 CV-TBL-IS-HEADER           Value 'CODEPAGE'.
  638      05 FILLER                  PIC X(01).
  639      05 CV-TBL-HDR-NAME         PIC X(08).
  640      05 FILLER                  PIC X(01).
  641      05 CV-TBL-HDR-VERSION      PIC X(03).
  642      05 FILLER                  PIC X(01).
  643      05 CV-TBL-HDR-EFFDATE      PIC X(08).
  644      05 FILLER                  PIC X(50).
  645  01  CV-TBLLIB-CARD-VIEW REDEFINES TBLLIB-LINE.
  646      05 CV-TBL-CARD-SET         PIC X(01).
  647         88 CV-TBL-CARD-EBCDIC         Value 'E'.
  648         88 CV-TBL-CARD-ASCII          Value 'A'.
  649      05 FILLER                  PIC X(01).
  650      05 CV-TBL-CARD-SEQ         PIC 9(02).
  651      05 FILLER                  PIC X(01).
  652      05 CV-TBL-CARD-HEX         PIC X(32).
  653      05 FILLER                  PIC X(43).

  655  01  CV-LIB-EBCDIC-TBL          PIC X(256).
  656  01  CV-LIB-ASCII-TBL           PIC X(256).
  657  01  CV-TBL-E-CARD-COUNT        PIC 9(03) COMP Value ZERO.
  658  01  CV-TBL-A-CARD-COUNT        PIC 9(03) COMP Value ZERO.
  659  01  CV-TBL-CARD-OFFSET         PIC 9(03) COMP.
  660  01  CV-TBL-PAIR-SUB            PIC 9(03) COMP.
  661  01  CV-TBL-BYTE-IX             PIC 9(03) COMP.
  662  01  CV-TBL-HEX-PAIR            PIC X(02).
  663  01  CV-TBL-E-SEEN              PIC X(16) Value ALL 'N'.
  664  01  CV-TBL-A-SEEN              PIC X(16) Value ALL 'N'.

      * Version selection state: the first pass over the library
      * chooses, among the named code page's versions whose
      * version columns reads as version 001 effective 00000000, so
      * pre-versioning members keep working.  The version in force
      * rides into the audit-table stamp.
  674  01  CV-TBL-CAND-VER            PIC X(03).
  675  01  CV-TBL-CAND-DATE           PIC X(08).
  676  01  CV-TBL-BEST-VER            PIC X(03).
  677  01  CV-TBL-BEST-DATE           PIC X(08).
  678  01  CV-TBL-USED-VERSION        PIC X(03) Value SPACES.
  679  01  CV-TBL-NAME-SEEN-SW        PIC X(01) Value 'N'.
  680      88 CV-TBL-NAME-SEEN             Value 'Y'.
  681  01  CV-TBL-COLLECT-SW          PIC X(01) Value 'N'.
  682      88 CV-TBL-COLLECTING             Value 'Y'.
  683  01  CV-AUDIT-BASE-NAME         PIC X(12).

      * Substitution control records, the same layout ICVRT03 reads:
      * the first record is a header (a target length retained for
      * layout compatibility; in both programs every record's own
      * length now governs), and every record after it is a FROM/TO
      * byte pair in printable hex.
  690  01  CV-SUBCTL-HEADER-VIEW REDEFINES SUBCTL-LINE.
  691      05 CV-SUBST-TARGET-LEN     PIC 9(05).
  692      05 FILLER                  PIC X(75).
  693  01  CV-SUBCTL-PAIR-VIEW   REDEFINES SUBCTL-LINE.
  694      05 CV-SUBST-FROM-HEX       PIC X(02).
  695      05 CV-SUBST-TO-HEX         PIC X(02).
  696      05 FILLER                  PIC X(76).

  698  01  CV-SUBST-PAIR-COUNT        PIC 9(03) COMP Value ZERO.
  699  01  CV-SUBST-FROM-TABLE        PIC X(256).
  700  01  CV-SUBST-TO-TABLE          PIC X(256).

      * One class byte per record position: 'C' converts through the
      * translate tables, 'Z' is a zoned overpunch sign byte, 'P'
      * passes through untouched.  A feed with no field map classes
      * every position 'C', which is the whole-record conversion this
      * program has always done.
  707  01  CV-BYTE-CLASS              PIC X(32756).

  709  01  CV-FLD-END                 PIC 9(05) COMP.
  710  01  CV-FLDMAP-REC-COUNT        PIC 9(03) COMP Value ZERO.
  711  01  CV-SPAN-START              PIC 9(05) COMP.
  712  01  CV-SPAN-LEN                PIC 9(05) COMP.
  713  01  CV-SPAN-DONE-SWITCH       PIC X(01).
  714      88 CV-SPAN-DONE                  Value 'Y'.

      * The field map held as an ordered table as well as a class
      * map: the reformat pass walks the record field by field in
      * 2n bytes, a binary field to its fixed decimal width plus the
      * sign.  Character and zoned entries keep their own length and
      * simply shift by the expansion of the fields before them.
  724  01  CV-FLD-TABLE.
  725      05 CV-FLD-ENTRY Occurs 256.
  726         10 CV-FT-TYPE           PIC X(01).
  727         10 CV-FT-OFFSET         PIC 9(05) COMP.
  728         10 CV-FT-LENGTH         PIC 9(05) COMP.
  729         10 CV-FT-EXP-OFFSET     PIC 9(05) COMP.
  730         10 CV-FT-EXP-LENGTH     PIC 9(05) COMP.
  731  01  CV-FLD-COUNT               PIC 9(03) COMP Value ZERO.
  732  01  CV-FLD-SORT-SUB            PIC 9(03) COMP.
  733  01  CV-FLD-SORT-DONE-SW        PIC X(01).
  734      88 CV-FLD-SORT-DONE             Value 'Y'.
  735  01  CV-FLD-SAVE-ENTRY.
  736      05 CV-FS-TYPE              PIC X(01).
  737      05 CV-FS-OFFSET            PIC 9(05) COMP.
  738      05 CV-FS-LENGTH            PIC 9(05) COMP.
  739      05 CV-FS-EXP-OFFSET        PIC 9(05) COMP.
  740      05 CV-FS-EXP-LENGTH        PIC 9(05) COMP.
  741  01  CV-FLD-EXP-SHIFT           PIC 9(05) COMP.

      * Reformat work areas.  The binary cell is eight bytes so a
      * field of one to four bytes can be right-aligned into it and
      * the output character set, and parsed back off it on the
      * repacking run.  Digits are assembled in the native character
      * set and translated through the digit tables at the end.
  750  01  CV-RFM-IN-PTR              PIC 9(05) COMP.
  751  01  CV-RFM-OUT-PTR             PIC 9(05) COMP.
  752  01  CV-RFM-FLD-SUB             PIC 9(03) COMP.
  753  01  CV-RFM-FLD-OFF             PIC 9(05) COMP.
  754  01  CV-RFM-FLD-LEN             PIC 9(05) COMP.
  755  01  CV-RFM-EXP-OFF             PIC 9(05) COMP.
  756  01  CV-RFM-EXP-LEN             PIC 9(05) COMP.
  757  01  CV-RFM-BYTE-SUB            PIC 9(05) COMP.
  758  01  CV-RFM-HI-NIBBLE           PIC 9(03) COMP.
  759  01  CV-RFM-LO-NIBBLE           PIC 9(03) COMP.
  760  01  CV-RFM-DIGIT-STR           PIC X(15).
  761  01  CV-RFM-DIG-CNT             PIC 9(03) COMP.
  762  01  CV-RFM-DIG-VALUE           PIC 9(03) COMP.
  763  01  CV-RFM-DIG-TAB.
  764      05 CV-RFM-DIG Occurs 15    PIC 9(02) COMP.
  765  01  CV-RFM-ERR-REC-ED          PIC ZZZZZZZZ9.
  766  01  CV-RFM-NEG-SWITCH          PIC X(01).
  767      88 CV-RFM-NEGATIVE              Value 'Y'.
  768  01  CV-RFM-PACK-BYTE           PIC 9(03) COMP.
  769  01  CV-BIN-CELL.
  770      05 CV-BIN-BYTES            PIC X(08).
  771  01  CV-BIN-COMP REDEFINES CV-BIN-CELL
  772                                 PIC S9(18) COMP.
  773  01  CV-RFM-BIN-ABS             PIC 9(10) COMP.
  774  01  CV-RFM-BIN-DIGITS          PIC 9(10).
  775  01  CV-RFM-BIN-VALUE           PIC 9(10).
  776  01  CV-RESHAPE-REC             PIC X(32756).
  777  01  CV-RESHAPE-LEN             PIC 9(05) COMP.

      * Sign characters for the expanded display form: '+'/'-' in
      * ASCII on the expanding (EBCDIC-to-ASCII) run, and the same
      * two characters as they look after the ASCII-to-EBCDIC
      * conversion when the repacking run parses them back off.
  783  01  CV-RFM-PLUS-ASCII          PIC X(01) Value X'2B'.
  784  01  CV-RFM-MINUS-ASCII         PIC X(01) Value X'2D'.
  785  01  CV-RFM-PLUS-EBCDIC         PIC X(01) Value X'4E'.
  786  01  CV-RFM-MINUS-EBCDIC        PIC X(01) Value X'60'.

      * Zoned-decimal overpunch sign translation.  EBCDIC-to-ASCII
      * folds the positive overpunches (X'C0'-'C9' and unsigned
      * X'F0'-'F9') to plain digits and the negatives (X'D0'-'D9')
      * to X'70'-'79'; ASCII-to-EBCDIC maps them back, positives to
      * the unsigned F zone.
  793  01  CV-ZONE-SIGN-EBCDIC        PIC X(30) Value
  794         X'C0C1C2C3C4C5C6C7C8C9D0D1D2D3D4D5D6D7D8D9F0F1F2F3F4F5F6F7
      -        'F8F9'.
  796  01  CV-ZONE-SIGN-ASCII         PIC X(30) Value
  797         X'30313233343536373839707172737475767778793031323334353637
      -        '3839'.
  799  01  CV-ZONE-SIGN-ASC-IN        PIC X(20) Value
  800         X'3031323334353637383970717273747576777879'.
      * Shift-out opens a DBCS run and shift-in closes it; the run,
      * shift bytes included, passes through the conversion and the
      * exception scan untouched.  The byte values are the same on
      * both sides of the conversion, so detection works on the
      * as-read record whichever direction is in force.
  806  01  CV-SHIFT-OUT-BYTE          PIC X(01) Value X'0E'.
  807  01  CV-SHIFT-IN-BYTE           PIC X(01) Value X'0F'.
  808  01  CV-DBCS-RUN-SWITCH         PIC X(01) Value 'N'.
  809      88 CV-DBCS-IN-RUN                Value 'Y'.
  810  01  CV-EFF-CLASS               PIC X(01).
  811  01  CV-EFF-LAST-INDEX          PIC 9(05) COMP Value ZERO.

      * UTF-8 output.  Every single-byte output value carries a
      * Unicode code point - its own Latin-1 value unless an 'S'
      * card in the DBCSTBL table says otherwise - and every
      * double-byte EBCDIC character a 'D' card names carries one
      * too, held in a direct table indexed by the pair's own binary
      * value (low-values = not in the table).  The four-byte cells
      * give a two-byte pair or code point a binary view the same
      * way the ordinal cell does for one byte.
  821  01  CV-DBCSTBL-VIEW REDEFINES DBCSTBL-LINE.
  822      05 CV-UNI-CARD-TYPE        PIC X(01).
  823         88 CV-UNI-CARD-SINGLE          Value 'S'.
  824         88 CV-UNI-CARD-DOUBLE          Value 'D'.
  825         88 CV-UNI-CARD-COMMENT         Value '*' SPACE.
  826      05 FILLER                  PIC X(01).
  827      05 CV-UNI-CARD-CHAR-HEX    PIC X(04).
  828      05 FILLER                  PIC X(01).
  829      05 CV-UNI-CARD-POINT-HEX   PIC X(04).
  830      05 FILLER                  PIC X(69).

  832  01  CV-UNI-SBCS-TABLE.
  833      05 CV-UNI-SBCS-POINT Occurs 256
  834                                 PIC 9(05) COMP.
  835  01  CV-UNI-DBCS-TABLE.
  836      05 CV-UNI-DBCS-POINT Occurs 65536
  837                                 PIC X(02).
  838  01  CV-UNI-DBCS-COUNT          PIC 9(05) COMP Value ZERO.
  839  01  CV-UNI-SUB                 PIC 9(05) COMP.
  840  01  CV-UNI-EOF-SW              PIC X(01) Value 'N'.
  841      88 CV-UNI-EOF                   Value 'Y'.
  842  01  CV-UNI-PAIR-CELL.
  843      05 FILLER                  PIC X(02) Value Low-Values.
  844      05 CV-UNI-PAIR-BYTES       PIC X(02).
  845  01  CV-UNI-PAIR-BIN REDEFINES CV-UNI-PAIR-CELL
  846                                 PIC 9(09) COMP.
  847  01  CV-UNI-POINT-CELL.
  848      05 FILLER                  PIC X(02) Value Low-Values.
  849      05 CV-UNI-POINT-BYTES      PIC X(02).
  850  01  CV-UNI-POINT-BIN REDEFINES CV-UNI-POINT-CELL
  851                                 PIC 9(09) COMP.
  852  01  CV-UTF-POINT               PIC 9(05) COMP.
  853  01  CV-UTF-QUOT                PIC 9(05) COMP.
  854  01  CV-UTF-REM                 PIC 9(05) COMP.
  855  01  CV-UTF-SEQ-LEN             PIC 9(01) COMP.
  856  01  CV-UTF-REPLACEMENT         PIC 9(05) COMP Value 65533.
  857  01  CV-UTF-PRIOR-RUN-SW        PIC X(01).
  858      88 CV-UTF-WAS-IN-RUN            Value 'Y'.
  859  01  CV-UTF-PAIR-HEX.
  860      05 CV-UTF-PAIR-HEX-1       PIC X(02).
  861      05 CV-UTF-PAIR-HEX-2       PIC X(02).

  863  01  CV-UTF-EXCEPT-LINE.
  864      05 FILLER                  PIC X(01) Value SPACE.
  865      05 CV-UTF-EXC-REC-NBR      PIC ZZZZZZZZ9.
  866      05 FILLER                  PIC X(11) Value ' - OFFSET '.
  867      05 CV-UTF-EXC-OFFSET       PIC ZZZZ9.
  868      05 FILLER                  PIC X(13) Value
  869         ' - DBCS CHAR '.
  870      05 CV-UTF-EXC-HEX          PIC X(04).
  871      05 FILLER                  PIC X(16) Value
  872         ' NOT IN DBCSTBL'.

  874  01  CV-ZONE-SIGN-EBC-OUT       PIC X(20) Value
  875         X'F0F1F2F3F4F5F6F7F8F9D0D1D2D3D4D5D6D7D8D9'.

      * Header/trailer recognition tags, held as hex so the compare
      * works against whichever character set the feed arrives in -
      * the as-read record is matched against the tag for the source
      * side of the direction in force.
  881  01  CV-HDR-TAG-EBCDIC          PIC X(03) Value X'C8C4D9'.
  882  01  CV-TRL-TAG-EBCDIC          PIC X(03) Value X'E3D9D3'.
  883  01  CV-HDR-TAG-ASCII           PIC X(03) Value X'484452'.
  884  01  CV-TRL-TAG-ASCII           PIC X(03) Value X'54524C'.

  886  01  CV-DIGITS-NATIVE           PIC X(10) Value '0123456789'.
  887  01  CV-DIGITS-EBCDIC           PIC X(10) Value
  888         X'F0F1F2F3F4F5F6F7F8F9'.
  889  01  CV-DIGITS-ASCII            PIC X(10) Value
  890         X'30313233343536373839'.

      * Trailer layout: 'TRL' in bytes 1-3, the sender's declared
      * record count in bytes 4-12, and the amount hash and anything
      * else the sender sends in the remainder, which is carried into
      * the regenerated trailer converted but otherwise untouched.
  896  01  CV-REC-KIND                PIC X(01) Value 'D'.
  897      88 CV-REC-IS-DATA                Value 'D'.
  898      88 CV-REC-IS-HEADER              Value 'H'.
  899      88 CV-REC-IS-TRAILER             Value 'T'.
  900  01  CV-TRL-SEEN-SWITCH         PIC X(01) Value 'N'.
  901      88 CV-TRL-SEEN                   Value 'Y'.
  902  01  CV-TRL-COUNT-X             PIC X(09).
  903  01  CV-TRL-DECLARED            PIC 9(09).
  904  01  CV-TRL-ACTUAL              PIC 9(09) COMP.
  905  01  CV-TRL-OUT-COUNT           PIC 9(09).
  906  01  CV-TRL-SAVED-REC           PIC X(32756).
  907  01  CV-TRL-SAVED-LEN           PIC 9(05) COMP.
  908  01  CV-TRL-DECLARED-ED         PIC ZZZZZZZZ9.
  909  01  CV-TRL-ACTUAL-ED           PIC ZZZZZZZZ9.
       
  911  01  CV-RESTART-POINT           PIC 9(09) COMP Value ZERO.
  912  01  CV-EXCEPT-COUNT            PIC 9(09) COMP Value ZERO.
  913  01  CV-EXCEPT-BYTE-HEX         PIC X(02).
       
  915  01  CV-EXCEPT-DETAIL-LINE.
  916      05 FILLER                  PIC X(01) Value SPACE.
  917      05 CV-EXCEPT-REC-NBR       PIC ZZZZZZZZ9.
  918      05 FILLER                  PIC X(11) Value ' - OFFSET '.
  919      05 CV-EXCEPT-OFFSET        PIC ZZZZ9.
  920      05 FILLER                  PIC X(15) Value ' - EBCDIC BYTE '.
  921      05 CV-EXCEPT-BYTE-DISPLAY  PIC X(02).
       
  923  01  CV-EXCEPT-SUMMARY-LINE.
  924      05 FILLER                  PIC X(24) Value
  925         'TOTAL EXCEPTION BYTES: '.
  926      05 CV-EXCEPT-TOTAL-ED      PIC ZZZZZZZZ9.
       
  928  01  CV-REJECT-COUNT            PIC 9(09) COMP Value ZERO.
  929  01  CV-REJECT-RECORD-COUNT     PIC 9(09) COMP Value ZERO.
  930  01  CV-REJECT-EBCDIC-HEX       PIC X(02).
  931  01  CV-REJECT-DOC01-HEX        PIC X(02).
  932  01  CV-REJECT-DOC05-HEX        PIC X(02).
       
  934  01  CV-REJECT-DETAIL-LINE.
  935      05 FILLER                  PIC X(01) Value SPACE.
  936      05 CV-REJECT-REC-NBR       PIC ZZZZZZZZ9.
  937      05 FILLER                  PIC X(11) Value ' - OFFSET '.
  938      05 CV-REJECT-OFFSET        PIC ZZZZ9.
  939      05 FILLER                  PIC X(15) Value ' - EBCDIC = '.
  940      05 CV-REJECT-EBCDIC-DISP   PIC X(02).
  941      05 FILLER                  PIC X(11) Value ' - DOC01 = '.
  942      05 CV-REJECT-DOC01-DISP    PIC X(02).
  943      05 FILLER                  PIC X(11) Value ' - DOC05 = '.
  944      05 CV-REJECT-DOC05-DISP    PIC X(02).
       
  946  01  CV-REJECT-SUMMARY-LINE.
  947      05 FILLER                  PIC X(26) Value
  948         'TOTAL MISMATCHED BYTES:  '.
  949      05 CV-REJECT-TOTAL-ED      PIC ZZZZZZZZ9.
       
  951  01  CV-RUN-RECORD-COUNT        PIC 9(09) COMP Value ZERO.
  952  01  CV-RUN-SUBST-COUNT         PIC 9(09) COMP Value ZERO.
       
  954  01  CV-RUN-START-TIME          PIC 9(08).
  955  01  CV-RUN-START-VIEW REDEFINES CV-RUN-START-TIME.
  956      05 CV-START-HH             PIC 9(02).
  957      05 CV-START-MM             PIC 9(02).
  958      05 CV-START-SS             PIC 9(02).
  959      05 CV-START-HS             PIC 9(02).
       
  961  01  CV-RUN-END-TIME            PIC 9(08).
  962  01  CV-RUN-END-VIEW   REDEFINES CV-RUN-END-TIME.
  963      05 CV-END-HH               PIC 9(02).
  964      05 CV-END-MM               PIC 9(02).
  965      05 CV-END-SS               PIC 9(02).
  966      05 CV-END-HS               PIC 9(02).
       
  968  01  CV-ELAPSED-SECONDS         PIC 9(07) COMP.
       
  970  01  CV-RUN-SUMMARY-REC-LINE.
  971      05 FILLER                  PIC X(20) Value
  972         'RECORDS PROCESSED : '.
  973      05 CV-SUMMARY-RECS-ED      PIC ZZZZZZZZ9.
       
  975  01  CV-RUN-SUMMARY-SUB-LINE.
  976      05 FILLER                  PIC X(20) Value
  977         'BYTES SUBSTITUTED : '.
  978      05 CV-SUMMARY-SUBS-ED      PIC ZZZZZZZZ9.

  980  01  CV-RUN-SUMMARY-QUAR-LINE.
  981      05 FILLER                  PIC X(20) Value
  982         'RECS QUARANTINED  : '.
  983      05 CV-SUMMARY-QUAR-ED      PIC ZZZZZZZZ9.
       
  985  01  CV-RUN-SUMMARY-TIME-LINE.
  986      05 FILLER                  PIC X(20) Value
  987         'ELAPSED SECONDS   : '.
  988      05 CV-SUMMARY-SECS-ED      PIC ZZZZZZ9.

      * Per-feed tolerance record, keyed on dataset name: columns
      * 1-44 the dataset, 46-48 the allowed record-volume drop as a
      * exception rate per million records.  A feed with no record
      * here - or no TOLCTL file bound at all - runs ungated, as
      * every feed always has.
  996  01  CV-TOLCTL-VIEW REDEFINES TOLCTL-LINE.
  997      05 CV-TOL-DATASET          PIC X(44).
  998      05 FILLER                  PIC X(01).
  999      05 CV-TOL-VOL-PCT          PIC X(03).
 1000      05 FILLER                  PIC X(01).
 1001      05 CV-TOL-EXC-RATE         PIC X(09).
 1002      05 FILLER                  PIC X(22).

 1004  01  CV-TOL-EOF-SW              PIC X(01) Value 'N'.
 1005      88 CV-TOL-EOF                   Value 'Y'.
 1006  01  CV-TOL-FOUND-SW            PIC X(01) Value 'N'.
 1007      88 CV-TOL-FOUND                 Value 'Y'.
 1008  01  CV-TOL-VOL-PCT-9           PIC 9(03).
 1009  01  CV-TOL-EXC-RATE-9          PIC 9(09).
 1010  01  CV-TOL-OFFSET              PIC 9(02) Value 1.
 1011  01  CV-TOL-SCHED-COUNT         PIC 9(02) COMP.
 1012  01  CV-TOL-WALK-COUNT          PIC 9(03) COMP.
 1013  01  CV-TOL-WALK-DATE           PIC 9(08).
 1014  01  CV-TOL-DUE-SW              PIC X(01).
 1015      88 CV-TOL-SCHEDULED-DAY         Value 'Y'.
 1016  01  CV-TOL-SCHEDULE            PIC X(01).
 1017  01  CV-TOL-PRIOR-DATE          PIC 9(08).
 1018  01  CV-TOL-ROW-COUNT           PIC 9(03) COMP.
 1019  01  CV-TOL-REC-SUM             PIC 9(11) COMP.
 1020  01  CV-TOL-AVG-RECS            PIC 9(09) COMP.
 1021  01  CV-TOL-FLOOR               PIC 9(09) COMP.
 1022  01  CV-TOL-TONIGHT-RATE       PIC 9(09) COMP.

 1024  01  CV-TOL-VOL-WARN-LINE.
 1025      05 FILLER                  PIC X(28) Value
 1026         'TOLERANCE WARNING: RECORDS '.
 1027      05 CV-TOL-WARN-RECS-ED     PIC ZZZZZZZZ9.
 1028      05 FILLER                  PIC X(16) Value
 1029         ' BELOW FLOOR OF '.
 1030      05 CV-TOL-WARN-FLOOR-ED    PIC ZZZZZZZZ9.

 1032  01  CV-TOL-RATE-WARN-LINE.
 1033      05 FILLER                  PIC X(28) Value
 1034         'TOLERANCE WARNING: EXC RATE '.
 1035      05 CV-TOL-WARN-RATE-ED     PIC ZZZZZZZZ9.
 1036      05 FILLER                  PIC X(15) Value
 1037         ' OVER LIMIT OF '.
 1038      05 CV-TOL-WARN-LIMIT-ED    PIC ZZZZZZZZ9.

 1040  LINKAGE SECTION.
       
 1042  PROCEDURE DIVISION.
       
 1044  0000-MAINLINE.
 1045      Accept CV-RUN-START-TIME From Time
 1046      Accept CV-RUN-ID-DATE From Date YYYYMMDD
 1047      Move CV-RUN-START-TIME to CV-RUN-ID-TIME
 1048      Perform Show-OPTIMIZE-Level
 1049      Perform Establish-Default-DDNAMES
 1050      Perform Establish-Conversion-Control
 1051      Perform Build-Byte-Class-Map
 1052      Perform Establish-Substitution-Control
 1053      Perform Establish-Restart-Point
       
 1055      Perform Clear-Profile-Count
 1056         Varying CV-COVERED-SUB From 1 By 1
 1057         Until CV-COVERED-SUB > 256

 1059      Open Input INPUT-FILE
 1060      If CV-INFILE-STATUS Not = '00'
 1061         Display 'ICVRT02: INFILE OPEN FAILED - STATUS '
 1062            CV-INFILE-STATUS
 1063         Move 16 to Return-Code
 1064         Goback
 1065      End-If

      * Before the run commits, the first records are sampled and
      * scored against both character sets; data that plainly
      * card can carry an override for the rare feed that
      * legitimately looks ambiguous, and a restarted run already
      * passed the guard before its checkpoint was taken.
 1074      If Not CV-DIRGUARD-OVERRIDE And Not CV-IS-RESTARTING
 1075         Perform Guard-Conversion-Direction
 1076      End-If
       
 1078      If CV-IS-RESTARTING
 1079         Open Extend OUTPUT-FILE
 1080         Open Extend EXCEPTION-FILE
 1081         Open Extend REJECT-FILE
 1082         If CV-QUARANT-MODE
 1083            Open Extend QUARANTINE-FILE
 1084         End-If
 1085      Else
 1086         Open Output OUTPUT-FILE
 1087         Open Output EXCEPTION-FILE
 1088         Open Output REJECT-FILE
 1089         If CV-QUARANT-MODE
 1090            Open Output QUARANTINE-FILE
 1091         End-If
 1092      End-If
       
 1094      If CV-OUTFILE-STATUS Not = '00'
 1095         Display 'ICVRT02: OUTFILE OPEN FAILED - STATUS '
 1096            CV-OUTFILE-STATUS
 1097         Move 16 to Return-Code
 1098         Goback
 1099      End-If
 1100      If CV-EXCEPT-STATUS Not = '00'
 1101         Display 'ICVRT02: EXCPRPT OPEN FAILED - STATUS '
 1102            CV-EXCEPT-STATUS
 1103         Move 16 to Return-Code
 1104         Goback
 1105      End-If
 1106      If CV-REJECT-STATUS Not = '00'
 1107         Display 'ICVRT02: REJECTDS OPEN FAILED - STATUS '
 1108            CV-REJECT-STATUS
 1109         Move 16 to Return-Code
 1110         Goback
 1111      End-If
 1112      If CV-QUARANT-MODE And CV-QUARDS-STATUS Not = '00'
 1113         Display 'ICVRT02: QUARDS OPEN FAILED - STATUS '
 1114            CV-QUARDS-STATUS
 1115         Move 16 to Return-Code
 1116         Goback
 1117      End-If
       
 1119      If CV-IS-RESTARTING
 1120         Perform Skip-Converted-Record
 1121            Varying CV-RECORD-COUNT From 1 By 1
 1122            Until CV-RECORD-COUNT > CV-RESTART-POINT
 1123               Or CV-END-OF-INPUT
 1124         Move CV-RESTART-POINT to CV-RECORD-COUNT
 1125      End-If
       
 1127      Perform Convert-One-Record
 1128         Until CV-END-OF-INPUT

 1130      If CV-HDRTRL-EXPECTED
 1131         Perform Verify-And-Write-Trailer
 1132      End-If

 1134      Move CV-EXCEPT-COUNT to CV-EXCEPT-TOTAL-ED
 1135      Write EXCEPT-REPORT-LINE From CV-EXCEPT-SUMMARY-LINE
       
 1137      Move CV-REJECT-COUNT to CV-REJECT-TOTAL-ED
 1138      Write REJECT-REPORT-LINE From CV-REJECT-SUMMARY-LINE
       
 1140      Perform Clear-Restart-Point
       
 1142      Accept CV-RUN-END-TIME From Time
 1143      Perform Compute-Elapsed-Time
 1144      Perform Write-Run-Summary

      * The reasonableness gate runs before the history row is
      * written, so tonight's row carries the warning code and the
      * history it reads back is untainted by tonight's own
      * numbers.  The hold decision follows the gate for the same
      * reason: the row records whether the output was held.
 1151      Perform Check-Run-Tolerance
 1152      Perform Decide-Output-Hold
 1153      Move Return-Code to CV-GATE-RC
 1154      Perform Write-Run-History
       
 1156      Close INPUT-FILE
 1157      Close OUTPUT-FILE
 1158      Close EXCEPTION-FILE
 1159      Close REJECT-FILE
 1160      If CV-QUARANT-MODE
 1161         Close QUARANTINE-FILE
 1162      End-If
 1163      Close RESTART-FILE

      * A run that got this far has delivered - cleanly, or with the
      * tolerance gate's warning on a feed that is not staged, whose
      * OUTFILE went out as it stands - and the delivery gets its
      * manifest: what the receiving side should have picked up,
      * kept apart from the file it vouches for.  A staged run that
      * was held delivers nothing yet; it is logged for release
      * instead, and gets its manifest if and when ICVRTREL promotes
      * it.
 1173      If CV-STAGE-HELD
 1174         Perform Write-Hold-Record
 1175      Else
 1176         If CV-GATE-RC < 8
 1177            Perform Write-Delivery-Manifest
 1178         End-If
 1179      End-If
 1180      Move CV-GATE-RC to Return-Code
 1181      Goback.
       
       
 1184  Convert-One-Record.
 1185      Read INPUT-FILE Into DOC-01
 1186         At End
 1187            Set CV-END-OF-INPUT to True
 1188         Not At End
 1189            Add 1 to CV-RECORD-COUNT
 1190            Add 1 to CV-RUN-RECORD-COUNT
       
      * Read Into only moves as many bytes as this record actually has;
      * the trailing bytes of Doc-01 beyond that still hold whatever a
      * they get carried into CV-ORIGINAL-REC/Doc-05 and on into the
      * 550-byte audit image below, so a short record never audits with
      * another record's leftover bytes.
 1198            If CV-IN-REC-LEN < 550
 1199               Move Spaces to Doc-01 (CV-IN-REC-LEN + 1 :
 1200                  550 - CV-IN-REC-LEN)
 1201            End-If
       
 1203            Move Doc-01 to CV-ORIGINAL-REC
 1204            Move Doc-01 to Doc-05

 1206            Perform Classify-Control-Record
 1207            If CV-REC-IS-TRAILER
 1208               Perform Process-Trailer-Record
 1209            Else
 1210               Perform Convert-And-Write-Record
 1211            End-If
 1212      End-Read
 1213      .


      * Everything from the conversion itself through the output
      * write and checkpoint, for a header or data record.  The
      * trailer never comes this way - it is validated and held back
      * by Process-Trailer-Record and regenerated at end of input.
 1220  Convert-And-Write-Record.
       
      * A feed with a field map walks the byte-class map span by span
      * - the 01 and 05 translate-table pairs each convert the
      * to the bytes CV-IN-REC-LEN reports for this record, so a
      * shorter record in a variable-block feed does not drag stale
      * bytes from a longer prior record along.
 1233      If (CV-FLDMAP-PRESENT Or CV-DBCS-EXPECTED)
 1234         And CV-REC-IS-DATA
 1235         Perform Reset-DBCS-Scan-State
 1236         Move 1 to CV-BYTE-INDEX
 1237         Perform Convert-Next-Span
 1238            Until CV-BYTE-INDEX > CV-IN-REC-LEN
 1239      Else
 1240         If CV-DIR-EBCDIC-TO-ASCII
 1241            Inspect Doc-01 (1 : CV-IN-REC-LEN)
 1242               Converting EBCDIC-SET-01 to ASCII-SET-01
 1243            Inspect Doc-05 (1 : CV-IN-REC-LEN)
 1244               Converting EBCDIC-SET-05 to ASCII-SET-05
 1245         Else
 1246            Inspect Doc-01 (1 : CV-IN-REC-LEN)
 1247               Converting ASCII-SET-01 to EBCDIC-SET-01
 1248            Inspect Doc-05 (1 : CV-IN-REC-LEN)
 1249               Converting ASCII-SET-05 to EBCDIC-SET-05
 1250         End-If
 1251      End-If
       
      * The site byte substitutions, when an entry carries them, run
      * here - after the code-page conversion and before the audit
      * call - against both document copies, so the audit image, the
      * 01/05 compare and the substituted-byte count all see the one
      * combined pass.
 1258      If CV-SUBST-ACTIVE And CV-REC-IS-DATA
 1259         Perform Apply-Substitutions
 1260      End-If

 1262      If Doc-01 (1 : CV-IN-REC-LEN) =
 1263         Doc-05 (1 : CV-IN-REC-LEN)
 1264         Display 'Doc-01 equal to Doc-05'
 1265      Else
 1266         Display 'There is a problem....'
 1267         Display '   Doc 01 and 05 are NOT equal'
 1268         Add 1 to CV-REJECT-RECORD-COUNT
 1269         Perform Report-Mismatch-Byte
 1270            Varying CV-BYTE-INDEX From 1 By 1
 1271            Until CV-BYTE-INDEX > CV-IN-REC-LEN
 1272      End-If

 1274      Move 'N' to CV-REC-EXCEPT-SWITCH
 1275      Perform Reset-DBCS-Scan-State
 1276      Perform Scan-Record-Byte
 1277         Varying CV-BYTE-INDEX From 1 By 1
 1278         Until CV-BYTE-INDEX > CV-IN-REC-LEN

      * The UTF-8 encoding also runs after the integrity checks, for
      * the same reason the reshape does, but ahead of the quarantine
      * decision: a double-byte character the Unicode table cannot
      * map is an exception like any uncovered byte, and in
      * quarantine mode the record carrying it is held back too.
 1285      If CV-UTF8-OUTPUT
 1286         Perform Encode-UTF8-Record
 1287      End-If

      * A record the exception scan just flagged is diverted to the
      * quarantine dataset in quarantine mode - as read, not as
      * the shadow copy in its as-read layout) and before the audit
      * call, so the after-image in the trail is the record the
      * downstream actually receives.
 1297      If CV-QUARANT-MODE And CV-REC-IS-DATA
 1298         And CV-REC-HAS-EXCEPTION
 1299         Perform Write-Quarantine-Record
 1300      Else
 1301         If CV-REFORMAT-ACTIVE And CV-REC-IS-DATA
 1302            Perform Reshape-Record
 1303            Move CV-RESHAPE-LEN to CV-OUT-REC-LEN
 1304         Else
 1305            If CV-UTF8-OUTPUT
 1306               Move CV-RESHAPE-LEN to CV-OUT-REC-LEN
 1307            Else
 1308               Move CV-IN-REC-LEN to CV-OUT-REC-LEN
 1309            End-If
 1310         End-If

 1312         Perform Write-Audit-Record

 1314         Move Doc-01 to Out-Rec
 1315         Write Out-Rec
 1316      End-If
 1317      Perform Write-Restart-Checkpoint
 1318      .


 1321  Write-Quarantine-Record.
 1322      Add 1 to CV-QUAR-COUNT
 1323      Move CV-RECORD-COUNT to CV-QUAR-REC-NBR
 1324      Move CV-IN-REC-LEN to CV-QUAR-REC-LEN
 1325      Move CV-ORIGINAL-REC (1 : CV-IN-REC-LEN)
 1326         to CV-QUAR-DATA (1 : CV-IN-REC-LEN)
 1327      Compute CV-QUAR-OUT-LEN = CV-IN-REC-LEN + 14
 1328      Move CV-QUAR-BUILD to Quar-Rec
 1329      Write Quar-Rec
 1330      .


      * Every feed record is data unless the feed declares control
      * follow the trailer.  A restarted run never sees record 1
      * again - the header was validated before the checkpoint being
      * resumed from was taken.
 1340  Classify-Control-Record.
 1341      Set CV-REC-IS-DATA to True
 1342      If CV-HDRTRL-EXPECTED
 1343         If CV-TRL-SEEN
 1344            Display 'ICVRT02: RECORD FOLLOWS THE TRAILER - '
 1345               'FEED OUT OF SEQUENCE'
 1346            Perform Clear-Restart-Point
 1347            Move 12 to Return-Code
 1348            Goback
 1349         End-If
 1350         If CV-DIR-EBCDIC-TO-ASCII
 1351            If CV-ORIGINAL-REC (1 : 3) = CV-TRL-TAG-EBCDIC
 1352               Set CV-REC-IS-TRAILER to True
 1353            End-If
 1354            If CV-RECORD-COUNT = 1
 1355               And CV-ORIGINAL-REC (1 : 3) = CV-HDR-TAG-EBCDIC
 1356               Set CV-REC-IS-HEADER to True
 1357            End-If
 1358         Else
 1359            If CV-ORIGINAL-REC (1 : 3) = CV-TRL-TAG-ASCII
 1360               Set CV-REC-IS-TRAILER to True
 1361            End-If
 1362            If CV-RECORD-COUNT = 1
 1363               And CV-ORIGINAL-REC (1 : 3) = CV-HDR-TAG-ASCII
 1364               Set CV-REC-IS-HEADER to True
 1365            End-If
 1366         End-If
 1367         If CV-RECORD-COUNT = 1 And Not CV-REC-IS-HEADER
 1368            Display 'ICVRT02: HEADER RECORD MISSING FROM FEED'
 1369            Perform Clear-Restart-Point
 1370            Move 12 to Return-Code
 1371            Goback
 1372         End-If
 1373      End-If
 1374      .


      * The trailer is validated and held back rather than written:
      * in.  The trailer converts whole-record as character data -
      * the field map describes the data records, not the control
      * records.
 1385  Process-Trailer-Record.
 1386      Set CV-TRL-SEEN to True
 1387      Move CV-ORIGINAL-REC (4 : 9) to CV-TRL-COUNT-X
 1388      If CV-DIR-EBCDIC-TO-ASCII
 1389         Inspect CV-TRL-COUNT-X
 1390            Converting CV-DIGITS-EBCDIC to CV-DIGITS-NATIVE
 1391      Else
 1392         Inspect CV-TRL-COUNT-X
 1393            Converting CV-DIGITS-ASCII to CV-DIGITS-NATIVE
 1394      End-If
 1395      If CV-TRL-COUNT-X Not Numeric
 1396         Display 'ICVRT02: TRAILER COUNT NOT NUMERIC - '
 1397            CV-TRL-COUNT-X
 1398         Perform Clear-Restart-Point
 1399         Move 12 to Return-Code
 1400         Goback
 1401      End-If
 1402      Move CV-TRL-COUNT-X to CV-TRL-DECLARED
 1403      If CV-DIR-EBCDIC-TO-ASCII
 1404         Inspect Doc-01 (1 : CV-IN-REC-LEN)
 1405            Converting EBCDIC-SET-01 to ASCII-SET-01
 1406      Else
 1407         Inspect Doc-01 (1 : CV-IN-REC-LEN)
 1408            Converting ASCII-SET-01 to EBCDIC-SET-01
 1409      End-If
 1410      If CV-UTF8-OUTPUT
 1411         Perform Encode-UTF8-Record
 1412         Move CV-RESHAPE-LEN to CV-TRL-SAVED-LEN
 1413      Else
 1414         Move CV-IN-REC-LEN to CV-TRL-SAVED-LEN
 1415      End-If
 1416      Move Doc-01 to CV-TRL-SAVED-REC
 1417      .


      * A missing trailer or a count the feed cannot back up fails
      * to notice a truncated transmission.  The regenerated trailer
      * is the sender's converted trailer with this run's own record
      * count patched in, in the output side's character set.
 1425  Verify-And-Write-Trailer.
 1426      If Not CV-TRL-SEEN
 1427         Display 'ICVRT02: TRAILER RECORD MISSING FROM FEED'
 1428         Perform Clear-Restart-Point
 1429         Move 12 to Return-Code
 1430         Goback
 1431      End-If
 1432      Compute CV-TRL-ACTUAL = CV-RECORD-COUNT - 2
 1433      If CV-TRL-DECLARED Not = CV-TRL-ACTUAL
 1434         Move CV-TRL-DECLARED to CV-TRL-DECLARED-ED
 1435         Move CV-TRL-ACTUAL to CV-TRL-ACTUAL-ED
 1436         Display 'ICVRT02: TRAILER COUNT MISMATCH - DECLARED '
 1437            CV-TRL-DECLARED-ED ' - READ ' CV-TRL-ACTUAL-ED
 1438         Perform Clear-Restart-Point
 1439         Move 12 to Return-Code
 1440         Goback
 1441      End-If
 1442      Move CV-TRL-ACTUAL to CV-TRL-OUT-COUNT
 1443      Move CV-TRL-OUT-COUNT to CV-TRL-SAVED-REC (4 : 9)
 1444      If CV-DIR-EBCDIC-TO-ASCII
 1445         Inspect CV-TRL-SAVED-REC (4 : 9)
 1446            Converting CV-DIGITS-NATIVE to CV-DIGITS-ASCII
 1447      Else
 1448         Inspect CV-TRL-SAVED-REC (4 : 9)
 1449            Converting CV-DIGITS-NATIVE to CV-DIGITS-EBCDIC
 1450      End-If
 1451      Move CV-TRL-SAVED-LEN to CV-OUT-REC-LEN
 1452      Move CV-TRL-SAVED-REC to Out-Rec
 1453      Write Out-Rec
 1454      .


      * One span per call: a run of contiguous 'C' bytes converts in
      * through the sign tables, and anything else steps past as a
      * pass-through byte.  CV-BYTE-INDEX is left at the first byte of
      * the next span.
 1462  Convert-Next-Span.
 1463      Perform Set-Effective-Class
 1464      Evaluate CV-EFF-CLASS
 1465         When 'C'
 1466            Move CV-BYTE-INDEX to CV-SPAN-START
 1467            Move 'N' to CV-SPAN-DONE-SWITCH
 1468            Perform Extend-Char-Span
 1469               Until CV-SPAN-DONE
 1470            Compute CV-SPAN-LEN =
 1471               CV-BYTE-INDEX - CV-SPAN-START
 1472            If CV-DIR-EBCDIC-TO-ASCII
 1473               Inspect Doc-01 (CV-SPAN-START : CV-SPAN-LEN)
 1474                  Converting EBCDIC-SET-01 to ASCII-SET-01
 1475               Inspect Doc-05 (CV-SPAN-START : CV-SPAN-LEN)
 1476                  Converting EBCDIC-SET-05 to ASCII-SET-05
 1477            Else
 1478               Inspect Doc-01 (CV-SPAN-START : CV-SPAN-LEN)
 1479                  Converting ASCII-SET-01 to EBCDIC-SET-01
 1480               Inspect Doc-05 (CV-SPAN-START : CV-SPAN-LEN)
 1481                  Converting ASCII-SET-05 to EBCDIC-SET-05
 1482            End-If
 1483         When 'Z'
 1484            Perform Convert-Zone-Sign-Byte
 1485            Add 1 to CV-BYTE-INDEX
 1486         When Other
 1487            Add 1 to CV-BYTE-INDEX
 1488      End-Evaluate
 1489      .


 1492  Extend-Char-Span.
 1493      Add 1 to CV-BYTE-INDEX
 1494      If CV-BYTE-INDEX > CV-IN-REC-LEN
 1495         Set CV-SPAN-DONE to True
 1496      Else
 1497         Perform Set-Effective-Class
 1498         If CV-EFF-CLASS Not = 'C'
 1499            Set CV-SPAN-DONE to True
 1500         End-If
 1501      End-If
 1502      .


      * The overpunch sign byte converts through the sign tables so a
      * letter the character table would have produced.  Doc-01 and
      * Doc-05 get the same treatment, so a sign byte can never show
      * up as a table mismatch between them.
 1510  Convert-Zone-Sign-Byte.
 1511      If CV-DIR-EBCDIC-TO-ASCII
 1512         Inspect Doc-01 (CV-BYTE-INDEX : 1)
 1513            Converting CV-ZONE-SIGN-EBCDIC to CV-ZONE-SIGN-ASCII
 1514         Inspect Doc-05 (CV-BYTE-INDEX : 1)
 1515            Converting CV-ZONE-SIGN-EBCDIC to CV-ZONE-SIGN-ASCII
 1516      Else
 1517         Inspect Doc-01 (CV-BYTE-INDEX : 1)
 1518            Converting CV-ZONE-SIGN-ASC-IN to CV-ZONE-SIGN-EBC-OUT
 1519         Inspect Doc-05 (CV-BYTE-INDEX : 1)
 1520            Converting CV-ZONE-SIGN-ASC-IN to CV-ZONE-SIGN-EBC-OUT
 1521      End-If
 1522      .


      * The class a byte actually converts under: the field-map class
      * opening the next), so the last answer is cached by byte
      * position to keep the shift-state transitions from firing
      * twice for one byte.
 1538  Set-Effective-Class.
 1539      If CV-BYTE-INDEX Not = CV-EFF-LAST-INDEX
 1540         Move CV-BYTE-INDEX to CV-EFF-LAST-INDEX
 1541         Move CV-BYTE-CLASS (CV-BYTE-INDEX : 1) to CV-EFF-CLASS
 1542         If CV-DBCS-EXPECTED And CV-EFF-CLASS = 'C'
 1543            If CV-DBCS-IN-RUN
 1544               Move 'P' to CV-EFF-CLASS
 1545               If CV-ORIGINAL-REC (CV-BYTE-INDEX : 1) =
 1546                  CV-SHIFT-IN-BYTE
 1547                  Move 'N' to CV-DBCS-RUN-SWITCH
 1548               End-If
 1549            Else
 1550               If CV-ORIGINAL-REC (CV-BYTE-INDEX : 1) =
 1551                  CV-SHIFT-OUT-BYTE
 1552                  Set CV-DBCS-IN-RUN to True
 1553                  Move 'P' to CV-EFF-CLASS
 1554               End-If
 1555            End-If
 1556         End-If
 1557      End-If
 1558      .


 1561  Reset-DBCS-Scan-State.
 1562      Move 'N' to CV-DBCS-RUN-SWITCH
 1563      Move 0 to CV-EFF-LAST-INDEX
 1564      .


      * Sizes each field's expanded form and its offset in the
      * Binary fields beyond a fullword would need more digits than
      * the repacking arithmetic can carry, so they are refused here
      * before a record is read.
 1575  Size-Reformat-Fields.
 1576      Move 0 to CV-FLD-EXP-SHIFT
 1577      Perform Size-One-Reformat-Field
 1578         Varying CV-RFM-FLD-SUB From 1 By 1
 1579         Until CV-RFM-FLD-SUB > CV-FLD-COUNT
 1580      .


 1583  Size-One-Reformat-Field.
 1584      Compute CV-FT-EXP-OFFSET (CV-RFM-FLD-SUB) =
 1585         CV-FT-OFFSET (CV-RFM-FLD-SUB) + CV-FLD-EXP-SHIFT
 1586      Evaluate CV-FT-TYPE (CV-RFM-FLD-SUB)
 1587         When 'P'
 1588            If CV-FT-LENGTH (CV-RFM-FLD-SUB) > 8
 1589               Display 'ICVRT02: PACK FIELD OVER 8 BYTES - '
 1590                  'CANNOT REFORMAT'
 1591               Move 16 to Return-Code
 1592               Goback
 1593            End-If
 1594            Compute CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB) =
 1595               CV-FT-LENGTH (CV-RFM-FLD-SUB) * 2
 1596         When 'B'
 1597            Evaluate CV-FT-LENGTH (CV-RFM-FLD-SUB)
 1598               When 1
 1599                  Move 4 to CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB)
 1600               When 2
 1601                  Move 6 to CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB)
 1602               When 3
 1603                  Move 9 to CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB)
 1604               When 4
 1605                  Move 11 to CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB)
 1606               When Other
 1607                  Display 'ICVRT02: BIN FIELD OVER 4 BYTES - '
 1608                     'CANNOT REFORMAT'
 1609                  Move 16 to Return-Code
 1610                  Goback
 1611            End-Evaluate
 1612         When Other
 1613            Move CV-FT-LENGTH (CV-RFM-FLD-SUB)
 1614               to CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB)
 1615      End-Evaluate
 1616      Compute CV-FLD-EXP-SHIFT = CV-FLD-EXP-SHIFT
 1617         + CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB)
 1618         - CV-FT-LENGTH (CV-RFM-FLD-SUB)
 1619      .


      * On a repacking run the record arrives in the expanded
      * display sign-and-digits, ordinary character data to the
      * translate tables, and the zoned overpunch byte keeps its
      * sign-table class at its shifted position.
 1628  Build-Expanded-Class-Map.
 1629      Move All 'P' to CV-BYTE-CLASS
 1630      Perform Class-Expanded-Field
 1631         Varying CV-RFM-FLD-SUB From 1 By 1
 1632         Until CV-RFM-FLD-SUB > CV-FLD-COUNT
 1633      .


 1636  Class-Expanded-Field.
 1637      Move CV-FT-EXP-OFFSET (CV-RFM-FLD-SUB) to CV-RFM-EXP-OFF
 1638      Move CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB) to CV-RFM-EXP-LEN
 1639      If CV-FT-TYPE (CV-RFM-FLD-SUB) = 'Z'
 1640         If CV-RFM-EXP-LEN > 1
 1641            Move All 'C' to CV-BYTE-CLASS
 1642               (CV-RFM-EXP-OFF : CV-RFM-EXP-LEN - 1)
 1643         End-If
 1644         Compute CV-FLD-END =
 1645            CV-RFM-EXP-OFF + CV-RFM-EXP-LEN - 1
 1646         Move 'Z' to CV-BYTE-CLASS (CV-FLD-END : 1)
 1647      Else
 1648         Move All 'C' to CV-BYTE-CLASS
 1649            (CV-RFM-EXP-OFF : CV-RFM-EXP-LEN)
 1650      End-If
 1651      .


      * One reshape per data record, direction deciding which way:
      * record replaces Doc-01 for the audit call and the output
      * write; the tail is re-blanked so a shorter reshaped record
      * never audits with leftover bytes.
 1660  Reshape-Record.
 1661      If CV-DIR-EBCDIC-TO-ASCII
 1662         Perform Expand-Record
 1663      Else
 1664         Perform Compress-Record
 1665      End-If
 1666      Move CV-RESHAPE-REC to Doc-01
 1667      If CV-RESHAPE-LEN < 550
 1668         Move Spaces to Doc-01 (CV-RESHAPE-LEN + 1 :
 1669            550 - CV-RESHAPE-LEN)
 1670      End-If
 1671      .


 1674  Expand-Record.
 1675      Move 1 to CV-RFM-IN-PTR
 1676      Move 1 to CV-RFM-OUT-PTR
 1677      Move 1 to CV-RFM-FLD-SUB
 1678      Perform Expand-Next-Piece
 1679         Until CV-RFM-IN-PTR > CV-IN-REC-LEN
 1680      Compute CV-RESHAPE-LEN = CV-RFM-OUT-PTR - 1
 1681      .


      * One piece per call: a field whose offset has already been
      * and fitting inside the record is expanded or copied whole,
      * and anything else - the gaps between fields - copies one
      * byte.
 1690  Expand-Next-Piece.
 1691      Evaluate True
 1692         When CV-RFM-FLD-SUB Not > CV-FLD-COUNT
 1693              And CV-FT-OFFSET (CV-RFM-FLD-SUB) < CV-RFM-IN-PTR
 1694            Add 1 to CV-RFM-FLD-SUB
 1695         When CV-RFM-FLD-SUB Not > CV-FLD-COUNT
 1696              And CV-FT-OFFSET (CV-RFM-FLD-SUB) = CV-RFM-IN-PTR
 1697              And CV-RFM-IN-PTR
 1698                 + CV-FT-LENGTH (CV-RFM-FLD-SUB) - 1
 1699                 Not > CV-IN-REC-LEN
 1700            Perform Expand-Field-Piece
 1701            Add 1 to CV-RFM-FLD-SUB
 1702         When Other
 1703            If CV-RFM-OUT-PTR > 32756
 1704               Perform Report-Expansion-Error
 1705            End-If
 1706            Move Doc-01 (CV-RFM-IN-PTR : 1)
 1707               to CV-RESHAPE-REC (CV-RFM-OUT-PTR : 1)
 1708            Add 1 to CV-RFM-IN-PTR
 1709            Add 1 to CV-RFM-OUT-PTR
 1710      End-Evaluate
 1711      .


 1714  Expand-Field-Piece.
 1715      Move CV-FT-OFFSET (CV-RFM-FLD-SUB) to CV-RFM-FLD-OFF
 1716      Move CV-FT-LENGTH (CV-RFM-FLD-SUB) to CV-RFM-FLD-LEN
 1717      Move CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB) to CV-RFM-EXP-LEN
      * Packed fields double on expansion, so a large record dense
      * with them can outgrow the reshape area and the output FD
      * maximum; the bound is checked before every piece lands.
 1721      If CV-RFM-OUT-PTR + CV-RFM-EXP-LEN - 1 > 32756
 1722         Perform Report-Expansion-Error
 1723      End-If
 1724      Evaluate CV-FT-TYPE (CV-RFM-FLD-SUB)
 1725         When 'P'
 1726            Perform Expand-Packed-Field
 1727         When 'B'
 1728            Perform Expand-Binary-Field
 1729         When Other
 1730            Move Doc-01 (CV-RFM-FLD-OFF : CV-RFM-FLD-LEN)
 1731               to CV-RESHAPE-REC
 1732                  (CV-RFM-OUT-PTR : CV-RFM-FLD-LEN)
 1733      End-Evaluate
 1734      Add CV-RFM-FLD-LEN to CV-RFM-IN-PTR
 1735      Add CV-RFM-EXP-LEN to CV-RFM-OUT-PTR
 1736      .


      * Packed digits come apart nibble by nibble - two digits a
      * a digit position means the bytes under this field are not
      * packed decimal at all, which stops the run rather than
      * shipping an invented number.
 1745  Expand-Packed-Field.
 1746      Move 'N' to CV-RFM-NEG-SWITCH
 1747      Move 0 to CV-RFM-DIG-CNT
 1748      Perform Expand-Packed-Byte
 1749         Varying CV-RFM-BYTE-SUB From 1 By 1
 1750         Until CV-RFM-BYTE-SUB > CV-RFM-FLD-LEN
 1751      Perform Put-Expanded-Digits
 1752      .


 1755  Expand-Packed-Byte.
 1756      Move Doc-01 (CV-RFM-FLD-OFF + CV-RFM-BYTE-SUB - 1 : 1)
 1757         to CV-ORDINAL-BYTE
 1758      Divide CV-ORDINAL-BIN By 16 Giving CV-RFM-HI-NIBBLE
 1759         Remainder CV-RFM-LO-NIBBLE
 1760      If CV-RFM-HI-NIBBLE > 9
 1761         Perform Report-Reformat-Error
 1762      End-If
 1763      Add 1 to CV-RFM-DIG-CNT
 1764      Move CV-DIGITS-NATIVE (CV-RFM-HI-NIBBLE + 1 : 1)
 1765         to CV-RFM-DIGIT-STR (CV-RFM-DIG-CNT : 1)
 1766      If CV-RFM-BYTE-SUB < CV-RFM-FLD-LEN
 1767         If CV-RFM-LO-NIBBLE > 9
 1768            Perform Report-Reformat-Error
 1769         End-If
 1770         Add 1 to CV-RFM-DIG-CNT
 1771         Move CV-DIGITS-NATIVE (CV-RFM-LO-NIBBLE + 1 : 1)
 1772            to CV-RFM-DIGIT-STR (CV-RFM-DIG-CNT : 1)
 1773      Else
 1774         If CV-RFM-LO-NIBBLE = 13 Or CV-RFM-LO-NIBBLE = 11
 1775            Set CV-RFM-NEGATIVE to True
 1776         End-If
 1777      End-If
 1778      .


      * The binary field is right-aligned into the eight-byte cell
      * with its sign extended, read back through the signed COMP
      * redefinition, and its absolute value rendered at the fixed
      * decimal width for the field's length.
 1785  Expand-Binary-Field.
 1786      Move Doc-01 (CV-RFM-FLD-OFF : 1) to CV-ORDINAL-BYTE
 1787      If CV-ORDINAL-BIN > 127
 1788         Move High-Values to CV-BIN-BYTES
 1789      Else
 1790         Move Low-Values to CV-BIN-BYTES
 1791      End-If
 1792      Move Doc-01 (CV-RFM-FLD-OFF : CV-RFM-FLD-LEN)
 1793         to CV-BIN-BYTES (9 - CV-RFM-FLD-LEN : CV-RFM-FLD-LEN)
 1794      Move 'N' to CV-RFM-NEG-SWITCH
 1795      If CV-BIN-COMP < 0
 1796         Set CV-RFM-NEGATIVE to True
 1797         Compute CV-RFM-BIN-ABS = 0 - CV-BIN-COMP
 1798      Else
 1799         Move CV-BIN-COMP to CV-RFM-BIN-ABS
 1800      End-If
 1801      Move CV-RFM-BIN-ABS to CV-RFM-BIN-DIGITS
 1802      Compute CV-RFM-DIG-CNT = CV-RFM-EXP-LEN - 1
 1803      Move CV-RFM-BIN-DIGITS
 1804         (11 - CV-RFM-DIG-CNT : CV-RFM-DIG-CNT)
 1805         to CV-RFM-DIGIT-STR (1 : CV-RFM-DIG-CNT)
 1806      Perform Put-Expanded-Digits
 1807      .


      * Sign character first, then the digits, translated from the
      * native set into the ASCII the rest of the expanded record is
      * leaving in.
 1813  Put-Expanded-Digits.
 1814      If CV-RFM-NEGATIVE
 1815         Move CV-RFM-MINUS-ASCII
 1816            to CV-RESHAPE-REC (CV-RFM-OUT-PTR : 1)
 1817      Else
 1818         Move CV-RFM-PLUS-ASCII
 1819            to CV-RESHAPE-REC (CV-RFM-OUT-PTR : 1)
 1820      End-If
 1821      Move CV-RFM-DIGIT-STR (1 : CV-RFM-DIG-CNT)
 1822         to CV-RESHAPE-REC (CV-RFM-OUT-PTR + 1 : CV-RFM-DIG-CNT)
 1823      Inspect CV-RESHAPE-REC
 1824         (CV-RFM-OUT-PTR + 1 : CV-RFM-DIG-CNT)
 1825         Converting CV-DIGITS-NATIVE to CV-DIGITS-ASCII
 1826      .


 1829  Compress-Record.
 1830      Move 1 to CV-RFM-IN-PTR
 1831      Move 1 to CV-RFM-OUT-PTR
 1832      Move 1 to CV-RFM-FLD-SUB
 1833      Perform Compress-Next-Piece
 1834         Until CV-RFM-IN-PTR > CV-IN-REC-LEN
 1835      Compute CV-RESHAPE-LEN = CV-RFM-OUT-PTR - 1
 1836      .


 1839  Compress-Next-Piece.
 1840      Evaluate True
 1841         When CV-RFM-FLD-SUB Not > CV-FLD-COUNT
 1842              And CV-FT-EXP-OFFSET (CV-RFM-FLD-SUB)
 1843                 < CV-RFM-IN-PTR
 1844            Add 1 to CV-RFM-FLD-SUB
 1845         When CV-RFM-FLD-SUB Not > CV-FLD-COUNT
 1846              And CV-FT-EXP-OFFSET (CV-RFM-FLD-SUB)
 1847                 = CV-RFM-IN-PTR
 1848              And CV-RFM-IN-PTR
 1849                 + CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB) - 1
 1850                 Not > CV-IN-REC-LEN
 1851            Perform Compress-Field-Piece
 1852            Add 1 to CV-RFM-FLD-SUB
 1853         When Other
 1854            Move Doc-01 (CV-RFM-IN-PTR : 1)
 1855               to CV-RESHAPE-REC (CV-RFM-OUT-PTR : 1)
 1856            Add 1 to CV-RFM-IN-PTR
 1857            Add 1 to CV-RFM-OUT-PTR
 1858      End-Evaluate
 1859      .


 1862  Compress-Field-Piece.
 1863      Move CV-FT-LENGTH (CV-RFM-FLD-SUB) to CV-RFM-FLD-LEN
 1864      Move CV-FT-EXP-LENGTH (CV-RFM-FLD-SUB) to CV-RFM-EXP-LEN
 1865      Evaluate CV-FT-TYPE (CV-RFM-FLD-SUB)
 1866         When 'P'
 1867            Perform Compress-Packed-Field
 1868         When 'B'
 1869            Perform Compress-Binary-Field
 1870         When Other
 1871            Move Doc-01 (CV-RFM-IN-PTR : CV-RFM-EXP-LEN)
 1872               to CV-RESHAPE-REC
 1873                  (CV-RFM-OUT-PTR : CV-RFM-EXP-LEN)
 1874      End-Evaluate
 1875      Add CV-RFM-EXP-LEN to CV-RFM-IN-PTR
 1876      Add CV-RFM-FLD-LEN to CV-RFM-OUT-PTR
 1877      .


      * The expanded field has already been through the character
      * conversion with the rest of the record, so the sign and the
      * digits are parsed in their EBCDIC form.  Anything else under
      * the field means the record does not match its map.
 1884  Parse-Display-Number.
 1885      Compute CV-RFM-DIG-CNT = CV-RFM-EXP-LEN - 1
 1886      Move 'N' to CV-RFM-NEG-SWITCH
 1887      Evaluate Doc-01 (CV-RFM-IN-PTR : 1)
 1888         When CV-RFM-MINUS-EBCDIC
 1889            Set CV-RFM-NEGATIVE to True
 1890         When CV-RFM-PLUS-EBCDIC
 1891            Continue
 1892         When Other
 1893            Perform Report-Reformat-Error
 1894      End-Evaluate
 1895      Perform Parse-Display-Digit
 1896         Varying CV-RFM-BYTE-SUB From 1 By 1
 1897         Until CV-RFM-BYTE-SUB > CV-RFM-DIG-CNT
 1898      .


 1901  Parse-Display-Digit.
 1902      Move Doc-01 (CV-RFM-IN-PTR + CV-RFM-BYTE-SUB : 1)
 1903         to CV-ORDINAL-BYTE
 1904      If CV-ORDINAL-BIN < 240 Or CV-ORDINAL-BIN > 249
 1905         Perform Report-Reformat-Error
 1906      End-If
 1907      Compute CV-RFM-DIG-VALUE = CV-ORDINAL-BIN - 240
 1908      Move CV-RFM-DIG-VALUE to CV-RFM-DIG (CV-RFM-BYTE-SUB)
 1909      .


 1912  Compress-Packed-Field.
 1913      Perform Parse-Display-Number
 1914      Perform Compress-Packed-Byte
 1915         Varying CV-RFM-BYTE-SUB From 1 By 1
 1916         Until CV-RFM-BYTE-SUB > CV-RFM-FLD-LEN
 1917      .


      * Two digits to a byte, the last byte one digit plus the
      * preferred sign nibble - 'C' positive, 'D' negative - so a
      * repacked field compares byte for byte against one packed on
      * the mainframe side.
 1924  Compress-Packed-Byte.
 1925      If CV-RFM-BYTE-SUB < CV-RFM-FLD-LEN
 1926         Compute CV-RFM-PACK-BYTE =
 1927            CV-RFM-DIG (CV-RFM-BYTE-SUB * 2 - 1) * 16
 1928            + CV-RFM-DIG (CV-RFM-BYTE-SUB * 2)
 1929      Else
 1930         If CV-RFM-NEGATIVE
 1931            Compute CV-RFM-PACK-BYTE =
 1932               CV-RFM-DIG (CV-RFM-DIG-CNT) * 16 + 13
 1933         Else
 1934            Compute CV-RFM-PACK-BYTE =
 1935               CV-RFM-DIG (CV-RFM-DIG-CNT) * 16 + 12
 1936         End-If
 1937      End-If
 1938      Move CV-RFM-PACK-BYTE to CV-ORDINAL-BIN
 1939      Move CV-ORDINAL-BYTE to CV-RESHAPE-REC
 1940         (CV-RFM-OUT-PTR + CV-RFM-BYTE-SUB - 1 : 1)
 1941      .


 1944  Compress-Binary-Field.
 1945      Perform Parse-Display-Number
 1946      Move 0 to CV-RFM-BIN-VALUE
 1947      Perform Accumulate-Binary-Digit
 1948         Varying CV-RFM-BYTE-SUB From 1 By 1
 1949         Until CV-RFM-BYTE-SUB > CV-RFM-DIG-CNT
 1950      If CV-RFM-NEGATIVE
 1951         Compute CV-BIN-COMP = 0 - CV-RFM-BIN-VALUE
 1952      Else
 1953         Move CV-RFM-BIN-VALUE to CV-BIN-COMP
 1954      End-If
 1955      Move CV-BIN-BYTES (9 - CV-RFM-FLD-LEN : CV-RFM-FLD-LEN)
 1956         to CV-RESHAPE-REC (CV-RFM-OUT-PTR : CV-RFM-FLD-LEN)
 1957      .


 1960  Accumulate-Binary-Digit.
 1961      Compute CV-RFM-BIN-VALUE = CV-RFM-BIN-VALUE * 10
 1962         + CV-RFM-DIG (CV-RFM-BYTE-SUB)
 1963      .


      * Bytes that do not parse as the form the field map promises
      * be worse than holding the file.  The restart point is
      * cleared the way the trailer checks clear it, so the rerun
      * after the map (or the feed) is fixed starts from the top.
 1971  Report-Reformat-Error.
 1972      Move CV-RECORD-COUNT to CV-RFM-ERR-REC-ED
 1973      Display 'ICVRT02: RECORD ' CV-RFM-ERR-REC-ED
 1974         ' DOES NOT MATCH ITS FIELD MAP - REFORMAT STOPPED'
 1975      Perform Clear-Restart-Point
 1976      Move 12 to Return-Code
 1977      Goback
 1978      .


 1981  Report-Expansion-Error.
 1982      Move CV-RECORD-COUNT to CV-RFM-ERR-REC-ED
 1983      Display 'ICVRT02: RECORD ' CV-RFM-ERR-REC-ED
 1984         ' EXPANDS PAST 32756 BYTES - REFORMAT STOPPED'
 1985      Perform Clear-Restart-Point
 1986      Move 12 to Return-Code
 1987      Goback
 1988      .


      * UTF-8 encoding of one converted record into the reshape area,
      * which then replaces Doc-01 for the audit call and the output
      * write, exactly as a reshaped record does.  A data record is
      * walked under its effective byte classes: a character byte
      * goes out as its code point, a zoned sign byte (already an
      * ASCII digit or 'p'-'y') and a packed or binary byte go out
      * as they stand, and a DBCS run loses its shift bytes and
      * converts a pair at a time.  Control records are character
      * data end to end, the same as their conversion.
 2000  Encode-UTF8-Record.
 2001      Move 0 to CV-RESHAPE-LEN
 2002      Perform Reset-DBCS-Scan-State
 2003      Move 1 to CV-BYTE-INDEX
 2004      Perform Encode-Next-UTF8-Char
 2005         Until CV-BYTE-INDEX > CV-IN-REC-LEN
 2006      Move CV-RESHAPE-REC to Doc-01
 2007      If CV-RESHAPE-LEN < 550
 2008         Move Spaces to Doc-01 (CV-RESHAPE-LEN + 1 :
 2009            550 - CV-RESHAPE-LEN)
 2010      End-If
 2011      .


      * The shift-state machine has already moved on by the time it
      * answers, so the state before the call is kept: a 'C'-mapped
      * byte it turns into pass-through is the shift-out that opened
      * a run, the shift-in that closed one, or a double-byte
      * character inside it.
 2019  Encode-Next-UTF8-Char.
 2020      If CV-REC-IS-DATA
 2021         Move CV-DBCS-RUN-SWITCH to CV-UTF-PRIOR-RUN-SW
 2022         Perform Set-Effective-Class
 2023      Else
 2024         Move 'N' to CV-UTF-PRIOR-RUN-SW
 2025         Move 'C' to CV-EFF-CLASS
 2026      End-If
 2027      Evaluate True
 2028         When CV-EFF-CLASS = 'C'
 2029            Move Doc-01 (CV-BYTE-INDEX : 1) to CV-ORDINAL-BYTE
 2030            Move CV-UNI-SBCS-POINT (CV-ORDINAL-BIN + 1)
 2031               to CV-UTF-POINT
 2032            Perform Append-UTF8-Point
 2033            Add 1 to CV-BYTE-INDEX
 2034         When CV-BYTE-CLASS (CV-BYTE-INDEX : 1) Not = 'C'
 2035            Or Not CV-DBCS-EXPECTED
 2036            Move Doc-01 (CV-BYTE-INDEX : 1) to CV-ORDINAL-BYTE
 2037            Perform Append-UTF8-Byte
 2038            Add 1 to CV-BYTE-INDEX
 2039         When Not CV-UTF-WAS-IN-RUN
 2040            And Doc-01 (CV-BYTE-INDEX : 1) = CV-SHIFT-OUT-BYTE
 2041            Add 1 to CV-BYTE-INDEX
 2042         When CV-UTF-WAS-IN-RUN
 2043            And Doc-01 (CV-BYTE-INDEX : 1) = CV-SHIFT-IN-BYTE
 2044            Add 1 to CV-BYTE-INDEX
 2045         When Other
 2046            Perform Encode-DBCS-Char
 2047      End-Evaluate
 2048      .


      * A double-byte character is the byte in hand and the one after
      * it; the second byte is consumed here without a visit from the
      * shift-state machine, which is safe because a shift-in can
      * never be the second half of a character.  A pair the table
      * does not hold - or a run that closes on an odd byte - goes
      * out as the Unicode replacement character and is reported as
      * an exception, so the record is quarantined in quarantine mode
      * and counted against the feed's tolerance either way.
 2059  Encode-DBCS-Char.
 2060      If CV-BYTE-INDEX < CV-IN-REC-LEN
 2061         And Doc-01 (CV-BYTE-INDEX + 1 : 1) Not = CV-SHIFT-IN-BYTE
 2062         Move Doc-01 (CV-BYTE-INDEX : 2) to CV-UNI-PAIR-BYTES
 2063         Move CV-UNI-DBCS-POINT (CV-UNI-PAIR-BIN + 1)
 2064            to CV-UNI-POINT-BYTES
 2065         If CV-UNI-POINT-BYTES = Low-Values
 2066            Perform Report-Unmapped-DBCS-Char
 2067            Move CV-UTF-REPLACEMENT to CV-UTF-POINT
 2068         Else
 2069            Move CV-UNI-POINT-BIN to CV-UTF-POINT
 2070         End-If
 2071         Add 2 to CV-BYTE-INDEX
 2072      Else
 2073         Move Doc-01 (CV-BYTE-INDEX : 1) to CV-UNI-PAIR-BYTES
 2074         Move Low-Value to CV-UNI-PAIR-BYTES (2 : 1)
 2075         Perform Report-Unmapped-DBCS-Char
 2076         Move CV-UTF-REPLACEMENT to CV-UTF-POINT
 2077         Add 1 to CV-BYTE-INDEX
 2078      End-If
 2079      Perform Append-UTF8-Point
 2080      .


 2083  Report-Unmapped-DBCS-Char.
 2084      Add 1 to CV-EXCEPT-COUNT
 2085      Set CV-REC-HAS-EXCEPTION to True
 2086      Move CV-RECORD-COUNT to CV-UTF-EXC-REC-NBR
 2087      Move CV-BYTE-INDEX to CV-UTF-EXC-OFFSET
 2088      Call 'CVHEXCVT' Using CV-UNI-PAIR-BYTES (1 : 1),
 2089           CV-UTF-PAIR-HEX-1
 2090      Call 'CVHEXCVT' Using CV-UNI-PAIR-BYTES (2 : 1),
 2091           CV-UTF-PAIR-HEX-2
 2092      Move CV-UTF-PAIR-HEX to CV-UTF-EXC-HEX
 2093      Write EXCEPT-REPORT-LINE From CV-UTF-EXCEPT-LINE
 2094      .


      * One code point out as one, two or three UTF-8 bytes - the
      * table holds nothing past U+FFFF, so no four-byte form is
      * ever needed.  The lead byte carries the length marker and
      * the high bits, each continuation byte six more bits under
      * its X'80' marker.
 2102  Append-UTF8-Point.
 2103      Evaluate True
 2104         When CV-UTF-POINT < 128
 2105            Move 1 to CV-UTF-SEQ-LEN
 2106         When CV-UTF-POINT < 2048
 2107            Move 2 to CV-UTF-SEQ-LEN
 2108         When Other
 2109            Move 3 to CV-UTF-SEQ-LEN
 2110      End-Evaluate
 2111      If CV-RESHAPE-LEN + CV-UTF-SEQ-LEN > 32756
 2112         Perform Report-UTF8-Expansion-Error
 2113      End-If
 2114      Evaluate CV-UTF-SEQ-LEN
 2115         When 1
 2116            Move CV-UTF-POINT to CV-ORDINAL-BIN
 2117            Perform Append-UTF8-Byte
 2118         When 2
 2119            Divide CV-UTF-POINT By 64 Giving CV-UTF-QUOT
 2120               Remainder CV-UTF-REM
 2121            Compute CV-ORDINAL-BIN = 192 + CV-UTF-QUOT
 2122            Perform Append-UTF8-Byte
 2123            Compute CV-ORDINAL-BIN = 128 + CV-UTF-REM
 2124            Perform Append-UTF8-Byte
 2125         When Other
 2126            Divide CV-UTF-POINT By 4096 Giving CV-UTF-QUOT
 2127               Remainder CV-UTF-REM
 2128            Compute CV-ORDINAL-BIN = 224 + CV-UTF-QUOT
 2129            Perform Append-UTF8-Byte
 2130            Divide CV-UTF-REM By 64 Giving CV-UTF-QUOT
 2131               Remainder CV-UTF-REM
 2132            Compute CV-ORDINAL-BIN = 128 + CV-UTF-QUOT
 2133            Perform Append-UTF8-Byte
 2134            Compute CV-ORDINAL-BIN = 128 + CV-UTF-REM
 2135            Perform Append-UTF8-Byte
 2136      End-Evaluate
 2137      .


 2140  Append-UTF8-Byte.
 2141      If CV-RESHAPE-LEN Not < 32756
 2142         Perform Report-UTF8-Expansion-Error
 2143      End-If
 2144      Add 1 to CV-RESHAPE-LEN
 2145      Move CV-ORDINAL-BYTE to CV-RESHAPE-REC (CV-RESHAPE-LEN : 1)
 2146      .


 2149  Report-UTF8-Expansion-Error.
 2150      Move CV-RECORD-COUNT to CV-RFM-ERR-REC-ED
 2151      Display 'ICVRT02: RECORD ' CV-RFM-ERR-REC-ED
 2152         ' ENCODES PAST 32756 BYTES - UTF-8 OUTPUT STOPPED'
 2153      Perform Clear-Restart-Point
 2154      Move 12 to Return-Code
 2155      Goback
 2156      .
       
       
      * Each of these dataset-name items is shared (EXTERNAL) with a
      * An EXTERNAL item starts out at LOW-VALUES rather than SPACES
      * until some program in the run unit moves something into it, so
      * both conditions are tested.
 2166  Establish-Default-DDNAMES.
 2167      If CV-INFILE-DSN = SPACES Or LOW-VALUES
 2168         Move 'INFILE' to CV-INFILE-DSN
 2169      End-If
 2170      If CV-OUTFILE-DSN = SPACES Or LOW-VALUES
 2171         Move 'OUTFILE' to CV-OUTFILE-DSN
 2172      End-If
 2173      If CV-CTLCARD-DSN = SPACES Or LOW-VALUES
 2174         Move 'CTLCARD' to CV-CTLCARD-DSN
 2175      End-If
 2176      If CV-EXCPRPT-DSN = SPACES Or LOW-VALUES
 2177         Move 'EXCPRPT' to CV-EXCPRPT-DSN
 2178      End-If
 2179      If CV-REJECTDS-DSN = SPACES Or LOW-VALUES
 2180         Move 'REJECTDS' to CV-REJECTDS-DSN
 2181      End-If
 2182      If CV-RESTARTF-DSN = SPACES Or LOW-VALUES
 2183         Move 'RESTARTF' to CV-RESTARTF-DSN
 2184      End-If
 2185      If CV-FLDMAP-DSN = SPACES Or LOW-VALUES
 2186         Move 'FLDMAP' to CV-FLDMAP-DSN
 2187      End-If
 2188      If CV-TBLLIB-DSN = SPACES Or LOW-VALUES
 2189         Move 'TBLLIB' to CV-TBLLIB-DSN
 2190      End-If
 2191      If CV-QUARDS-DSN = SPACES Or LOW-VALUES
 2192         Move 'QUARDS' to CV-QUARDS-DSN
 2193      End-If
 2194      If CV-TOLCTL-DSN = SPACES Or LOW-VALUES
 2195         Move 'TOLCTL' to CV-TOLCTL-DSN
 2196      End-If
 2197      If CV-DBCSTBL-DSN = SPACES Or LOW-VALUES
 2198         Move 'DBCSTBL' to CV-DBCSTBL-DSN
 2199      End-If
 2200      If CV-MANIFEST-DSN = SPACES Or LOW-VALUES
 2201         Move 'MANIFEST' to CV-MANIFEST-DSN
 2202      End-If
      * No delivery name is the ordinary run: OUTFILE is the
      * delivery, exactly as before staging existed.
 2205      If CV-DELIVER-DSN = SPACES Or LOW-VALUES
 2206         Move Spaces to CV-DELIVER-DSN
 2207      Else
 2208         Set CV-STAGING-RUN to True
 2209      End-If
 2210      .
       
       
 2213  Establish-Conversion-Control.
      * The option bytes below are read off the card record area even
      * when no card was ever read; without the space-fill a missing
      * (or empty) CTLCARD leaves the area low-values and the option
      * validations abort a run the documented defaults should carry.
 2218      Move Spaces to CTLCARD-LINE
 2219      Move 'E' to CV-DIRECTION
 2220      Move 'CP037   ' to CV-CODEPAGE-NAME
       
 2222      Open Input CONTROL-CARD-FILE
 2223      If CV-CTLCARD-STATUS = '00'
 2224         Read CONTROL-CARD-FILE
 2225         Close CONTROL-CARD-FILE
      * A blank control-card record (present but empty) is treated the
      * same as a missing one -- otherwise it would wipe out the
      * defaults set above instead of falling back to them.
 2229         If CTLCARD-LINE = SPACES
 2230            Move 'E' to CV-DIRECTION
 2231            Move 'CP037   ' to CV-CODEPAGE-NAME
 2232         End-If
 2233      End-If
       
      * CP037 keeps the tables compiled into this program; any other
      * name on the card is loaded from the translate-table library.
 2237      If CV-CODEPAGE-NAME Not = 'CP037   '
 2238         Perform Load-Codepage-Tables
 2239      End-If
       
 2241      If Not CV-DIR-EBCDIC-TO-ASCII
 2242         And Not CV-DIR-ASCII-TO-EBCDIC
 2243         Display 'ICVRT02: UNSUPPORTED DIRECTION - '
 2244            CV-DIRECTION
 2245         Move 16 to Return-Code
 2246         Goback
 2247      End-If

      * The only control option this program knows is 'H' (the feed
      * carries header/trailer control records); anything else on the
      * card is a keying error, caught here the same way a bad
      * direction byte is.
 2253      If CV-HDRTRL-FLAG Not = SPACE And Not CV-HDRTRL-EXPECTED
 2254         Display 'ICVRT02: UNSUPPORTED CONTROL OPTION - '
 2255            CV-HDRTRL-FLAG
 2256         Move 16 to Return-Code
 2257         Goback
 2258      End-If

 2260      If CV-DBCS-FLAG Not = SPACE And Not CV-DBCS-EXPECTED
 2261         Display 'ICVRT02: UNSUPPORTED DBCS OPTION - '
 2262            CV-DBCS-FLAG
 2263         Move 16 to Return-Code
 2264         Goback
 2265      End-If

 2267      If Not CV-AUDIT-LEVEL-VALID
 2268         Display 'ICVRT02: UNSUPPORTED AUDIT LEVEL - '
 2269            CV-AUDIT-LEVEL
 2270         Move 16 to Return-Code
 2271         Goback
 2272      End-If

 2274      If Not CV-REFORMAT-VALID
 2275         Display 'ICVRT02: UNSUPPORTED REFORMAT OPTION - '
 2276            CV-REFORMAT-FLAG
 2277         Move 16 to Return-Code
 2278         Goback
 2279      End-If

 2281      If Not CV-QUARANT-VALID
 2282         Display 'ICVRT02: UNSUPPORTED QUARANTINE OPTION - '
 2283            CV-QUARANT-FLAG
 2284         Move 16 to Return-Code
 2285         Goback
 2286      End-If

 2288      If Not CV-DIRGUARD-VALID
 2289         Display 'ICVRT02: UNSUPPORTED GUARD OVERRIDE - '
 2290            CV-DIRGUARD-FLAG
 2291         Move 16 to Return-Code
 2292         Goback
 2293      End-If

      * UTF-8 is an output encoding for the distributed side, so it
      * only makes sense on an EBCDIC-to-ASCII run, and it cannot
      * sit on top of a reformat - the reshape already decides its
      * own output layout.  The Unicode table loads once the option
      * is known to be good.
 2300      If Not CV-UTF8-VALID
 2301         Display 'ICVRT02: UNSUPPORTED UTF-8 OPTION - '
 2302            CV-UTF8-FLAG
 2303         Move 16 to Return-Code
 2304         Goback
 2305      End-If
 2306      If CV-UTF8-OUTPUT
 2307         If Not CV-DIR-EBCDIC-TO-ASCII
 2308            Display 'ICVRT02: UTF-8 OUTPUT NEEDS DIRECTION E'
 2309            Move 16 to Return-Code
 2310            Goback
 2311         End-If
 2312         If CV-REFORMAT-ACTIVE
 2313            Display 'ICVRT02: UTF-8 OUTPUT CANNOT BE COMBINED '
 2314               'WITH REFORMAT'
 2315            Move 16 to Return-Code
 2316            Goback
 2317         End-If
 2318         Perform Load-Unicode-Tables
 2319      End-If

      * String only overlays the characters it produces; without the
      * space-fill first, the rest of the name keeps the low-values
      * working storage starts with and rides into every audit
      * record.
 2325      Move Spaces to CV-AUDIT-TABLE-NAME
 2326      Perform Build-Audit-Base-Name
 2327      If CV-DIR-EBCDIC-TO-ASCII
 2328         Move EBCDIC-Set-01 to CV-SOURCE-ALPHABET
      * A UTF-8 run stamps its own direction, so the trail tells a
      * UTF-8 delivery from a single-byte one under the same table.
 2331         If CV-UTF8-OUTPUT
 2332            Move 'E2U' to CV-AUD-DIRECTION
 2333            String CV-AUDIT-BASE-NAME Delimited By Space
 2334               '-E2U' Delimited By Size
 2335               Into CV-AUDIT-TABLE-NAME
 2336         Else
 2337            Move 'E2A' to CV-AUD-DIRECTION
 2338            String CV-AUDIT-BASE-NAME Delimited By Space
 2339               '-E2A' Delimited By Size
 2340               Into CV-AUDIT-TABLE-NAME
 2341         End-If
 2342      Else
 2343         Move ASCII-Set-01 to CV-SOURCE-ALPHABET
 2344         Move 'A2E' to CV-AUD-DIRECTION
 2345         String CV-AUDIT-BASE-NAME Delimited By Space
 2346            '-A2E' Delimited By Size
 2347            Into CV-AUDIT-TABLE-NAME
 2348      End-If
 2349      Perform Build-Coverage-Flags
 2350      .


      * The stamp a library code page leaves in the audit trail now
      * certification can check the exact table a record converted
      * under; the built-in CP037 pair has no library versions and
      * stamps plain, as it always has.
 2358  Build-Audit-Base-Name.
 2359      Move Spaces to CV-AUDIT-BASE-NAME
 2360      If CV-TBL-USED-VERSION = SPACES
 2361         Move CV-CODEPAGE-NAME to CV-AUDIT-BASE-NAME
 2362      Else
 2363         String CV-CODEPAGE-NAME Delimited By Space
 2364            '.' Delimited By Size
 2365            CV-TBL-USED-VERSION Delimited By Size
 2366            Into CV-AUDIT-BASE-NAME
 2367      End-If
 2368      .



 2372  Build-Coverage-Flags.
 2373      Move All 'N' to CV-COVERED-FLAGS
 2374      Perform Mark-Covered-Byte
 2375         Varying CV-BYTE-INDEX From 1 By 1
 2376         Until CV-BYTE-INDEX > 256
 2377      .


 2380  Mark-Covered-Byte.
 2381      Move CV-SOURCE-ALPHABET (CV-BYTE-INDEX : 1)
 2382         to CV-ORDINAL-BYTE
 2383      Compute CV-COVERED-SUB = CV-ORDINAL-BIN + 1
 2384      Move 'Y' to CV-COVERED-FLAGS (CV-COVERED-SUB : 1)
 2385      .


      * Samples the first records (up to the sample limit), scoring
      * outscore the declared side two to one AND cover more than
      * half the sampled bytes - so a binary-heavy or genuinely
      * ambiguous feed never trips it by accident.
 2395  Guard-Conversion-Direction.
 2396      Move All 'N' to CV-EBC-TEXT-FLAGS
 2397      Move All 'N' to CV-ASC-TEXT-FLAGS
 2398      Perform Mark-EBC-Text-Byte
 2399         Varying CV-BYTE-INDEX From 1 By 1
 2400         Until CV-BYTE-INDEX > 63
 2401      Perform Mark-ASC-Text-Byte
 2402         Varying CV-BYTE-INDEX From 1 By 1
 2403         Until CV-BYTE-INDEX > 63
 2404      Perform Guard-Read-Record
 2405         Until CV-GUARD-EOF
 2406            Or CV-GUARD-REC-COUNT Not < CV-GUARD-SAMPLE-LIMIT
 2407      Close INPUT-FILE
 2408      Perform Judge-Guard-Scores
 2409      Open Input INPUT-FILE
 2410      If CV-INFILE-STATUS Not = '00'
 2411         Display 'ICVRT02: INFILE REOPEN FAILED - STATUS '
 2412            CV-INFILE-STATUS
 2413         Move 16 to Return-Code
 2414         Goback
 2415      End-If
 2416      .


 2419  Mark-EBC-Text-Byte.
 2420      Move CV-EBC-TEXT-BYTES (CV-BYTE-INDEX : 1)
 2421         to CV-ORDINAL-BYTE
 2422      Compute CV-COVERED-SUB = CV-ORDINAL-BIN + 1
 2423      Move 'Y' to CV-EBC-TEXT-FLAGS (CV-COVERED-SUB : 1)
 2424      .


 2427  Mark-ASC-Text-Byte.
 2428      Move CV-ASC-TEXT-BYTES (CV-BYTE-INDEX : 1)
 2429         to CV-ORDINAL-BYTE
 2430      Compute CV-COVERED-SUB = CV-ORDINAL-BIN + 1
 2431      Move 'Y' to CV-ASC-TEXT-FLAGS (CV-COVERED-SUB : 1)
 2432      .


 2435  Guard-Read-Record.
 2436      Read INPUT-FILE Into DOC-01
 2437         At End
 2438            Set CV-GUARD-EOF to True
 2439         Not At End
 2440            Add 1 to CV-GUARD-REC-COUNT
 2441            Perform Guard-Score-Byte
 2442               Varying CV-BYTE-INDEX From 1 By 1
 2443               Until CV-BYTE-INDEX > CV-IN-REC-LEN
 2444      End-Read
 2445      .


      * Only bytes the translate tables would convert are scored -
      * packed, binary and other pass-through positions tell the
      * guard nothing about which character set the text is in.
 2451  Guard-Score-Byte.
 2452      If CV-BYTE-CLASS (CV-BYTE-INDEX : 1) = 'C'
 2453         Add 1 to CV-GUARD-BYTE-COUNT
 2454         Move Doc-01 (CV-BYTE-INDEX : 1) to CV-ORDINAL-BYTE
 2455         Compute CV-COVERED-SUB = CV-ORDINAL-BIN + 1
 2456         If CV-EBC-TEXT-FLAGS (CV-COVERED-SUB : 1) = 'Y'
 2457            Add 1 to CV-GUARD-EBC-COUNT
 2458         End-If
 2459         If CV-ASC-TEXT-FLAGS (CV-COVERED-SUB : 1) = 'Y'
 2460            Add 1 to CV-GUARD-ASC-COUNT
 2461         End-If
 2462      End-If
 2463      .


 2466  Judge-Guard-Scores.
 2467      If CV-GUARD-BYTE-COUNT = 0
 2468         Continue
 2469      Else
 2470         If CV-DIR-EBCDIC-TO-ASCII
 2471            If CV-GUARD-ASC-COUNT > CV-GUARD-EBC-COUNT * 2
 2472               And CV-GUARD-ASC-COUNT * 2 > CV-GUARD-BYTE-COUNT
 2473               Display 'ICVRT02: DIRECTION CARD SAYS EBCDIC '
 2474                  'BUT THE DATA LOOKS ASCII - RUN STOPPED'
 2475               Move 12 to Return-Code
 2476               Goback
 2477            End-If
 2478         Else
 2479            If CV-GUARD-EBC-COUNT > CV-GUARD-ASC-COUNT * 2
 2480               And CV-GUARD-EBC-COUNT * 2 > CV-GUARD-BYTE-COUNT
 2481               Display 'ICVRT02: DIRECTION CARD SAYS ASCII '
 2482                  'BUT THE DATA LOOKS EBCDIC - RUN STOPPED'
 2483               Move 12 to Return-Code
 2484               Goback
 2485            End-If
 2486         End-If
 2487      End-If
 2488      .


      * Loads the named code page's table pair from TBLLIB into the
      * seen; anything less - or a name the library does not hold -
      * fails the run before a record is read, exactly as the old
      * hard-wired code-page check did.
 2497  Load-Codepage-Tables.
 2498      Open Input TABLE-LIB-FILE
 2499      If CV-TBLLIB-STATUS Not = '00'
 2500         Display 'ICVRT02: TBLLIB OPEN FAILED - STATUS '
 2501            CV-TBLLIB-STATUS
 2502         Move 16 to Return-Code
 2503         Goback
 2504      End-If
      * Pass one chooses the edition in force for the run date;
      * pass two (a close and reopen) collects exactly that member.
 2507      Perform Choose-Table-Version
 2508         Until CV-TBLLIB-EOF
 2509      Close TABLE-LIB-FILE
 2510      If Not CV-TBL-MEMBER-FOUND
 2511         If CV-TBL-NAME-SEEN
 2512            Display 'ICVRT02: NO ' CV-CODEPAGE-NAME
 2513               ' VERSION IN FORCE FOR RUN DATE'
 2514         Else
 2515            Display 'ICVRT02: CODE PAGE NOT IN TABLE LIBRARY '
 2516               '- ' CV-CODEPAGE-NAME
 2517         End-If
 2518         Move 16 to Return-Code
 2519         Goback
 2520      End-If
 2521      Move CV-TBL-BEST-VER to CV-TBL-USED-VERSION
 2522      Move 'N' to CV-TBLLIB-EOF-SWITCH
 2523      Open Input TABLE-LIB-FILE
 2524      If CV-TBLLIB-STATUS Not = '00'
 2525         Display 'ICVRT02: TBLLIB REOPEN FAILED - STATUS '
 2526            CV-TBLLIB-STATUS
 2527         Move 16 to Return-Code
 2528         Goback
 2529      End-If
 2530      Perform Scan-Table-Library
 2531         Until CV-TBLLIB-EOF Or CV-TBL-SCAN-DONE
 2532      Close TABLE-LIB-FILE
 2533      If CV-TBL-E-CARD-COUNT Not = 16
 2534         Or CV-TBL-A-CARD-COUNT Not = 16
 2535         Display 'ICVRT02: TABLE MEMBER INCOMPLETE - '
 2536            CV-CODEPAGE-NAME
 2537         Move 16 to Return-Code
 2538         Goback
 2539      End-If
 2540      Move CV-LIB-EBCDIC-TBL to EBCDIC-Set-01
 2541      Move CV-LIB-EBCDIC-TBL to EBCDIC-Set-05
 2542      Move CV-LIB-ASCII-TBL  to ASCII-Set-01
 2543      Move CV-LIB-ASCII-TBL  to ASCII-Set-05
 2544      .


      * Among the named code page's versions whose effective date
      * and the higher version number breaks a tie; versions dated
      * in the future wait their turn.  Headers without version
      * columns read as 001 effective 00000000.
 2552  Choose-Table-Version.
 2553      Read TABLE-LIB-FILE
 2554         At End
 2555            Set CV-TBLLIB-EOF to True
 2556         Not At End
 2557            If CV-TBL-IS-HEADER
 2558               And CV-TBL-HDR-NAME = CV-CODEPAGE-NAME
 2559               Set CV-TBL-NAME-SEEN to True
 2560               Perform Normalize-Table-Header
 2561               If CV-TBL-CAND-DATE Not > CV-RUN-ID-DATE
 2562                  If Not CV-TBL-MEMBER-FOUND
 2563                     Or CV-TBL-CAND-DATE > CV-TBL-BEST-DATE
 2564                     Or (CV-TBL-CAND-DATE = CV-TBL-BEST-DATE
 2565                        And CV-TBL-CAND-VER > CV-TBL-BEST-VER)
 2566                     Set CV-TBL-MEMBER-FOUND to True
 2567                     Move CV-TBL-CAND-VER to CV-TBL-BEST-VER
 2568                     Move CV-TBL-CAND-DATE to CV-TBL-BEST-DATE
 2569                  End-If
 2570               End-If
 2571            End-If
 2572      End-Read
 2573      .


 2576  Normalize-Table-Header.
 2577      If CV-TBL-HDR-VERSION = SPACES
 2578         Move '001' to CV-TBL-CAND-VER
 2579      Else
 2580         Move CV-TBL-HDR-VERSION to CV-TBL-CAND-VER
 2581      End-If
 2582      If CV-TBL-HDR-EFFDATE = SPACES
 2583         Move '00000000' to CV-TBL-CAND-DATE
 2584      Else
 2585         Move CV-TBL-HDR-EFFDATE to CV-TBL-CAND-DATE
 2586      End-If
 2587      .


 2590  Scan-Table-Library.
 2591      Read TABLE-LIB-FILE
 2592         At End
 2593            Set CV-TBLLIB-EOF to True
 2594         Not At End
 2595            If CV-TBL-IS-HEADER
 2596               If CV-TBL-COLLECTING
 2597                  Set CV-TBL-SCAN-DONE to True
 2598               Else
 2599                  Perform Normalize-Table-Header
 2600                  If CV-TBL-HDR-NAME = CV-CODEPAGE-NAME
 2601                     And CV-TBL-CAND-VER = CV-TBL-BEST-VER
 2602                     And CV-TBL-CAND-DATE = CV-TBL-BEST-DATE
 2603                     Set CV-TBL-COLLECTING to True
 2604                  End-If
 2605               End-If
 2606            Else
 2607               If CV-TBL-COLLECTING
 2608                  Perform Load-Table-Card
 2609               End-If
 2610            End-If
 2611      End-Read
 2612      .


 2615  Load-Table-Card.
 2616      If Not CV-TBL-CARD-EBCDIC And Not CV-TBL-CARD-ASCII
 2617         Display 'ICVRT02: BAD TABLE CARD - ' TBLLIB-LINE (1 : 8)
 2618         Move 16 to Return-Code
 2619         Goback
 2620      End-If
 2621      If CV-TBL-CARD-SEQ Not Numeric
 2622         Or CV-TBL-CARD-SEQ < 1 Or CV-TBL-CARD-SEQ > 16
 2623         Display 'ICVRT02: BAD TABLE CARD SEQUENCE - '
 2624            TBLLIB-LINE (1 : 8)
 2625         Move 16 to Return-Code
 2626         Goback
 2627      End-If
      * The same card twice would leave another sixteen bytes of the
      * table unset while the card counts still reach sixteen.
 2630      If CV-TBL-CARD-EBCDIC
 2631         And CV-TBL-E-SEEN (CV-TBL-CARD-SEQ : 1) = 'Y'
 2632         Display 'ICVRT02: DUPLICATE TABLE CARD - '
 2633            TBLLIB-LINE (1 : 8)
 2634         Move 16 to Return-Code
 2635         Goback
 2636      End-If
 2637      If CV-TBL-CARD-ASCII
 2638         And CV-TBL-A-SEEN (CV-TBL-CARD-SEQ : 1) = 'Y'
 2639         Display 'ICVRT02: DUPLICATE TABLE CARD - '
 2640            TBLLIB-LINE (1 : 8)
 2641         Move 16 to Return-Code
 2642         Goback
 2643      End-If
 2644      If CV-TBL-CARD-EBCDIC
 2645         Move 'Y' to CV-TBL-E-SEEN (CV-TBL-CARD-SEQ : 1)
 2646      Else
 2647         Move 'Y' to CV-TBL-A-SEEN (CV-TBL-CARD-SEQ : 1)
 2648      End-If
 2649      Compute CV-TBL-CARD-OFFSET = (CV-TBL-CARD-SEQ - 1) * 16
 2650      If CV-TBL-CARD-EBCDIC
 2651         Add 1 to CV-TBL-E-CARD-COUNT
 2652      Else
 2653         Add 1 to CV-TBL-A-CARD-COUNT
 2654      End-If
 2655      Perform Load-Table-Byte
 2656         Varying CV-TBL-PAIR-SUB From 1 By 1
 2657         Until CV-TBL-PAIR-SUB > 16
 2658      .


 2661  Load-Table-Byte.
 2662      Move CV-TBL-CARD-HEX ((CV-TBL-PAIR-SUB - 1) * 2 + 1 : 2)
 2663         to CV-TBL-HEX-PAIR
 2664      Compute CV-TBL-BYTE-IX =
 2665         CV-TBL-CARD-OFFSET + CV-TBL-PAIR-SUB
 2666      If CV-TBL-CARD-EBCDIC
 2667         Call 'CVHEXTOB' Using CV-TBL-HEX-PAIR,
 2668              CV-LIB-EBCDIC-TBL (CV-TBL-BYTE-IX : 1)
 2669      Else
 2670         Call 'CVHEXTOB' Using CV-TBL-HEX-PAIR,
 2671              CV-LIB-ASCII-TBL (CV-TBL-BYTE-IX : 1)
 2672      End-If
 2673      If Return-Code Not = 0
 2674         Move 16 to Return-Code
 2675         Goback
 2676      End-If
 2677      .


      * The Unicode table for a UTF-8 run.  Every single-byte value
      * starts at its own Latin-1 code point - right for the built-in
      * CP037 pair, whose ASCII side is Latin-1 - and an 'S' card
      * moves one elsewhere for a library code page whose ASCII side
      * is not.  'D' cards fill the double-byte table.  No DBCSTBL
      * file at all is fine for a single-byte feed; a DBCS feed with
      * no double-byte cards would only deliver replacement
      * characters, so it stops here instead.
 2688  Load-Unicode-Tables.
 2689      Perform Set-Latin1-Point
 2690         Varying CV-UNI-SUB From 1 By 1
 2691         Until CV-UNI-SUB > 256
 2692      Move Low-Values to CV-UNI-DBCS-TABLE
 2693      Open Input UNICODE-TABLE-FILE
 2694      If CV-DBCSTBL-STATUS = '35'
 2695         Move SPACES to CV-DBCSTBL-STATUS
 2696      Else
 2697         If CV-DBCSTBL-STATUS Not = '00'
 2698            Display 'ICVRT02: DBCSTBL OPEN FAILED - STATUS '
 2699               CV-DBCSTBL-STATUS
 2700            Move 16 to Return-Code
 2701            Goback
 2702         End-If
 2703         Perform Load-Unicode-Card
 2704            Until CV-UNI-EOF
 2705         Close UNICODE-TABLE-FILE
 2706      End-If
 2707      If CV-DBCS-EXPECTED And CV-UNI-DBCS-COUNT = 0
 2708         Display 'ICVRT02: UTF-8 DBCS OUTPUT NEEDS DOUBLE-BYTE '
 2709            'CARDS IN DBCSTBL'
 2710         Move 16 to Return-Code
 2711         Goback
 2712      End-If
 2713      .


 2716  Set-Latin1-Point.
 2717      Compute CV-UNI-SBCS-POINT (CV-UNI-SUB) = CV-UNI-SUB - 1
 2718      .


 2721  Load-Unicode-Card.
 2722      Read UNICODE-TABLE-FILE
 2723         At End
 2724            Set CV-UNI-EOF to True
 2725         Not At End
 2726            Evaluate True
 2727               When CV-UNI-CARD-COMMENT
 2728                  Continue
 2729               When CV-UNI-CARD-SINGLE
 2730                  Perform Load-Unicode-Point
 2731                  Perform Load-Unicode-Single
 2732               When CV-UNI-CARD-DOUBLE
 2733                  Perform Load-Unicode-Point
 2734                  Perform Load-Unicode-Double
 2735               When Other
 2736                  Display 'ICVRT02: BAD DBCSTBL CARD - '
 2737                     DBCSTBL-LINE (1 : 10)
 2738                  Move 16 to Return-Code
 2739                  Goback
 2740            End-Evaluate
 2741      End-Read
 2742      .


      * The code point off either kind of card.  U+0000 would read as
      * "not in the table", and the surrogate range is not a
      * character at all, so both are keying errors.
 2748  Load-Unicode-Point.
 2749      Call 'CVHEXTOB' Using CV-UNI-CARD-POINT-HEX (1 : 2),
 2750           CV-UNI-POINT-BYTES (1 : 1)
 2751      If Return-Code = 0
 2752         Call 'CVHEXTOB' Using CV-UNI-CARD-POINT-HEX (3 : 2),
 2753              CV-UNI-POINT-BYTES (2 : 1)
 2754      End-If
 2755      If Return-Code Not = 0
 2756         Or CV-UNI-POINT-BIN = 0
 2757         Or (CV-UNI-POINT-BIN Not < 55296
 2758            And CV-UNI-POINT-BIN Not > 57343)
 2759         Display 'ICVRT02: BAD DBCSTBL CODE POINT - '
 2760            DBCSTBL-LINE (1 : 10)
 2761         Move 16 to Return-Code
 2762         Goback
 2763      End-If
 2764      .


 2767  Load-Unicode-Single.
 2768      Call 'CVHEXTOB' Using CV-UNI-CARD-CHAR-HEX (1 : 2),
 2769           CV-ORDINAL-BYTE
 2770      If Return-Code Not = 0
 2771         Or CV-UNI-CARD-CHAR-HEX (3 : 2) Not = SPACES
 2772         Display 'ICVRT02: BAD DBCSTBL SINGLE-BYTE CARD - '
 2773            DBCSTBL-LINE (1 : 10)
 2774         Move 16 to Return-Code
 2775         Goback
 2776      End-If
 2777      Move CV-UNI-POINT-BIN
 2778         to CV-UNI-SBCS-POINT (CV-ORDINAL-BIN + 1)
 2779      .


      * Shift codes bracket double-byte data and are never half of a
      * character, so a card naming one is refused.
 2784  Load-Unicode-Double.
 2785      Call 'CVHEXTOB' Using CV-UNI-CARD-CHAR-HEX (1 : 2),
 2786           CV-UNI-PAIR-BYTES (1 : 1)
 2787      If Return-Code = 0
 2788         Call 'CVHEXTOB' Using CV-UNI-CARD-CHAR-HEX (3 : 2),
 2789              CV-UNI-PAIR-BYTES (2 : 1)
 2790      End-If
 2791      If Return-Code Not = 0
 2792         Or CV-UNI-PAIR-BYTES (1 : 1) = CV-SHIFT-OUT-BYTE
 2793         Or CV-UNI-PAIR-BYTES (1 : 1) = CV-SHIFT-IN-BYTE
 2794         Or CV-UNI-PAIR-BYTES (2 : 1) = CV-SHIFT-OUT-BYTE
 2795         Or CV-UNI-PAIR-BYTES (2 : 1) = CV-SHIFT-IN-BYTE
 2796         Display 'ICVRT02: BAD DBCSTBL DOUBLE-BYTE CARD - '
 2797            DBCSTBL-LINE (1 : 10)
 2798         Move 16 to Return-Code
 2799         Goback
 2800      End-If
 2801      Move CV-UNI-POINT-BYTES
 2802         to CV-UNI-DBCS-POINT (CV-UNI-PAIR-BIN + 1)
 2803      Add 1 to CV-UNI-DBCS-COUNT
 2804      .


      * The substitution phase engages only when a caller has pointed
      * for a combined convert-and-substitute entry.  A standalone
      * run leaves it unset and converts exactly as before, which is
      * why SUBCTLF gets no fixed-ddname default here.
 2812  Establish-Substitution-Control.
 2813      If CV-SUBCTLF-DSN = SPACES Or LOW-VALUES
 2814         Continue
 2815      Else
 2816         Set CV-SUBST-ACTIVE to True
 2817         Perform Load-Substitution-Control
 2818         Move SPACES to CV-AUDIT-TABLE-NAME
 2819         Evaluate True
 2820            When CV-UTF8-OUTPUT
 2821               String CV-AUDIT-BASE-NAME Delimited By Space
 2822                  '-E2U+SUB' Delimited By Size
 2823                  Into CV-AUDIT-TABLE-NAME
 2824            When CV-DIR-EBCDIC-TO-ASCII
 2825               String CV-AUDIT-BASE-NAME Delimited By Space
 2826                  '-E2A+SUB' Delimited By Size
 2827                  Into CV-AUDIT-TABLE-NAME
 2828            When Other
 2829               String CV-AUDIT-BASE-NAME Delimited By Space
 2830                  '-A2E+SUB' Delimited By Size
 2831                  Into CV-AUDIT-TABLE-NAME
 2832         End-Evaluate
 2833      End-If
 2834      .


 2837  Load-Substitution-Control.
 2838      Open Input SUBST-CONTROL-FILE
 2839      If CV-SUBCTL-STATUS Not = '00'
 2840         Display 'ICVRT02: SUBCTLF OPEN FAILED - STATUS '
 2841            CV-SUBCTL-STATUS
 2842         Move 16 to Return-Code
 2843         Goback
 2844      End-If
 2845      Read SUBST-CONTROL-FILE
 2846         At End
 2847            Set CV-SUBCTL-EOF to True
 2848      End-Read
 2849      Perform Load-Substitution-Pair
 2850         Until CV-SUBCTL-EOF
 2851      If CV-SUBST-PAIR-COUNT = 0
 2852         Display 'ICVRT02: SUBCTLF HAS NO SUBSTITUTION PAIRS'
 2853         Move 16 to Return-Code
 2854         Goback
 2855      End-If
 2856      Close SUBST-CONTROL-FILE
 2857      .


 2860  Load-Substitution-Pair.
 2861      Read SUBST-CONTROL-FILE
 2862         At End
 2863            Set CV-SUBCTL-EOF to True
 2864         Not At End
 2865            If CV-SUBST-PAIR-COUNT Not < 256
 2866               Display 'ICVRT02: TOO MANY SUBSTITUTION PAIRS'
 2867                  ' - LIMIT 256'
 2868               Move 16 to Return-Code
 2869               Goback
 2870            End-If
 2871            Add 1 to CV-SUBST-PAIR-COUNT
 2872            Call 'CVHEXTOB' Using CV-SUBST-FROM-HEX,
 2873                 CV-SUBST-FROM-TABLE (CV-SUBST-PAIR-COUNT : 1)
 2874            If Return-Code Not = 0
 2875               Move 16 to Return-Code
 2876               Goback
 2877            End-If
 2878            Call 'CVHEXTOB' Using CV-SUBST-TO-HEX,
 2879                 CV-SUBST-TO-TABLE (CV-SUBST-PAIR-COUNT : 1)
 2880            If Return-Code Not = 0
 2881               Move 16 to Return-Code
 2882               Goback
 2883            End-If
 2884      End-Read
 2885      .


      * The substitutions follow the same byte discipline as the
      * conversion itself: a feed with a field map or DBCS runs
      * substitutes span by span over the character bytes only, and
      * a plain feed substitutes whole-record.
 2892  Apply-Substitutions.
 2893      If CV-FLDMAP-PRESENT Or CV-DBCS-EXPECTED
 2894         Perform Reset-DBCS-Scan-State
 2895         Move 1 to CV-BYTE-INDEX
 2896         Perform Substitute-Next-Span
 2897            Until CV-BYTE-INDEX > CV-IN-REC-LEN
 2898      Else
 2899         Inspect Doc-01 (1 : CV-IN-REC-LEN)
 2900            Converting
 2901               CV-SUBST-FROM-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2902            to CV-SUBST-TO-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2903         Inspect Doc-05 (1 : CV-IN-REC-LEN)
 2904            Converting
 2905               CV-SUBST-FROM-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2906            to CV-SUBST-TO-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2907      End-If
 2908      .


 2911  Substitute-Next-Span.
 2912      Perform Set-Effective-Class
 2913      Evaluate CV-EFF-CLASS
 2914         When 'C'
 2915            Move CV-BYTE-INDEX to CV-SPAN-START
 2916            Move 'N' to CV-SPAN-DONE-SWITCH
 2917            Perform Extend-Char-Span
 2918               Until CV-SPAN-DONE
 2919            Compute CV-SPAN-LEN =
 2920               CV-BYTE-INDEX - CV-SPAN-START
 2921            Inspect Doc-01 (CV-SPAN-START : CV-SPAN-LEN)
 2922               Converting
 2923                  CV-SUBST-FROM-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2924               to CV-SUBST-TO-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2925            Inspect Doc-05 (CV-SPAN-START : CV-SPAN-LEN)
 2926               Converting
 2927                  CV-SUBST-FROM-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2928               to CV-SUBST-TO-TABLE (1 : CV-SUBST-PAIR-COUNT)
 2929         When Other
 2930            Add 1 to CV-BYTE-INDEX
 2931      End-Evaluate
 2932      .


      * The audit level off the control card decides whether this
      * A31BR14A's audit interface is a fixed 550-byte before/after
      * image (unchanged since it was introduced); a feed record
      * longer than that is audited on its first 550 bytes only.
 2942  Write-Audit-Record.
 2943      If CV-AUDIT-NONE
 2944         Continue
 2945      Else
 2946         If CV-AUDIT-CHANGED
 2947            And CV-ORIGINAL-REC (1 : 550) = Doc-01 (1 : 550)
 2948            Continue
 2949         Else
 2950            Move CV-RECORD-COUNT to CV-AUD-REC-NBR
 2951            Call 'A31BR14A' Using CV-ORIGINAL-REC (1 : 550),
 2952                 Doc-01 (1 : 550), CV-AUDIT-TABLE-NAME,
 2953                 CV-INFILE-DSN (1 : 44), CV-AUD-REC-NBR,
 2954                 CV-AUD-DIRECTION, CV-RUN-ID
 2955         End-If
 2956      End-If
 2957      .


      * A feed with a field map (FLDMAP present) starts every byte as
      * record exactly as this program always has.  Any other open
      * status, or a malformed map record, stops the run the same way
      * a bad control card does.
 2967  Build-Byte-Class-Map.
 2968      Move All 'C' to CV-BYTE-CLASS
 2969      Open Input FIELD-MAP-FILE
 2970      If CV-FLDMAP-STATUS = '35'
 2971         Move SPACES to CV-FLDMAP-STATUS
 2972      Else
 2973         If CV-FLDMAP-STATUS Not = '00'
 2974            Display 'ICVRT02: FLDMAP OPEN FAILED - STATUS '
 2975               CV-FLDMAP-STATUS
 2976            Move 16 to Return-Code
 2977            Goback
 2978         Else
 2979            Set CV-FLDMAP-PRESENT to True
 2980            Move All 'P' to CV-BYTE-CLASS
 2981            Perform Load-Field-Map-Entry
 2982               Until CV-FLDMAP-EOF
 2983            Close FIELD-MAP-FILE
      * A present-but-empty map would otherwise pass the whole feed
      * through unconverted; treat it like a missing one, the same
      * way a blank control card falls back to the defaults.
 2987            If CV-FLDMAP-REC-COUNT = 0
 2988               Display 'ICVRT02: FLDMAP IS EMPTY - CONVERTING '
 2989                  'WHOLE-RECORD'
 2990               Move 'N' to CV-FLDMAP-PRESENT-SW
 2991               Move All 'C' to CV-BYTE-CLASS
 2992            End-If
 2993         End-If
 2994      End-If

      * Reformat cannot run blind: without a field map there is no
      * saying which bytes are packed or binary.  On a repacking
      * (ASCII-to-EBCDIC) run the class map has to describe the
      * expanded layout the input actually arrives in, so it is
      * rebuilt from the expanded field offsets.
 3001      If CV-REFORMAT-ACTIVE
 3002         If Not CV-FLDMAP-PRESENT
 3003            Display 'ICVRT02: REFORMAT OPTION NEEDS A FIELD MAP'
 3004            Move 16 to Return-Code
 3005            Goback
 3006         End-If
 3007         Perform Size-Reformat-Fields
 3008         If CV-DIR-ASCII-TO-EBCDIC
 3009            Perform Build-Expanded-Class-Map
 3010         End-If
 3011      End-If
 3012      .


 3015  Load-Field-Map-Entry.
 3016      Read FIELD-MAP-FILE
 3017         At End
 3018            Set CV-FLDMAP-EOF to True
 3019         Not At End
 3020            Add 1 to CV-FLDMAP-REC-COUNT
 3021            If Not CV-FLD-IS-CHAR And Not CV-FLD-IS-ZONE
 3022               And Not CV-FLD-IS-PACK And Not CV-FLD-IS-BIN
 3023               Display 'ICVRT02: BAD FLDMAP FIELD TYPE - '
 3024                  CV-FLD-TYPE
 3025               Move 16 to Return-Code
 3026               Goback
 3027            End-If
 3028            If CV-FLD-OFFSET Not Numeric
 3029               Or CV-FLD-LENGTH Not Numeric
 3030               Or CV-FLD-OFFSET = ZERO
 3031               Or CV-FLD-LENGTH = ZERO
 3032               Or CV-FLD-OFFSET + CV-FLD-LENGTH - 1 > 32756
 3033               Display 'ICVRT02: BAD FLDMAP OFFSET/LENGTH - '
 3034                  FLDMAP-LINE (1 : 16)
 3035               Move 16 to Return-Code
 3036               Goback
 3037            End-If
 3038            Compute CV-FLD-END =
 3039               CV-FLD-OFFSET + CV-FLD-LENGTH - 1
 3040            If CV-FLD-IS-CHAR
 3041               Move All 'C' to
 3042                  CV-BYTE-CLASS (CV-FLD-OFFSET : CV-FLD-LENGTH)
 3043            End-If
 3044            If CV-FLD-IS-ZONE
 3045               If CV-FLD-LENGTH > 1
 3046                  Move All 'C' to CV-BYTE-CLASS
 3047                     (CV-FLD-OFFSET : CV-FLD-LENGTH - 1)
 3048               End-If
 3049               Move 'Z' to CV-BYTE-CLASS (CV-FLD-END : 1)
 3050            End-If
 3051            Perform Store-Field-Map-Entry
 3052      End-Read
 3053      .


      * Every map record is also kept in the ordered field table the
      * reformat pass walks.  Entries arrive in whatever order the
      * map was keyed in; each new one sinks to its place by offset,
      * so the walk can assume strictly ascending offsets.
 3060  Store-Field-Map-Entry.
 3061      If CV-FLD-COUNT Not < 256
 3062         Display 'ICVRT02: TOO MANY FLDMAP ENTRIES - LIMIT 256'
 3063         Move 16 to Return-Code
 3064         Goback
 3065      End-If
 3066      Add 1 to CV-FLD-COUNT
 3067      Evaluate True
 3068         When CV-FLD-IS-CHAR
 3069            Move 'C' to CV-FT-TYPE (CV-FLD-COUNT)
 3070         When CV-FLD-IS-ZONE
 3071            Move 'Z' to CV-FT-TYPE (CV-FLD-COUNT)
 3072         When CV-FLD-IS-PACK
 3073            Move 'P' to CV-FT-TYPE (CV-FLD-COUNT)
 3074         When Other
 3075            Move 'B' to CV-FT-TYPE (CV-FLD-COUNT)
 3076      End-Evaluate
 3077      Move CV-FLD-OFFSET to CV-FT-OFFSET (CV-FLD-COUNT)
 3078      Move CV-FLD-LENGTH to CV-FT-LENGTH (CV-FLD-COUNT)
 3079      Move CV-FT-OFFSET (CV-FLD-COUNT)
 3080         to CV-FT-EXP-OFFSET (CV-FLD-COUNT)
 3081      Move CV-FT-LENGTH (CV-FLD-COUNT)
 3082         to CV-FT-EXP-LENGTH (CV-FLD-COUNT)
 3083      Move CV-FLD-COUNT to CV-FLD-SORT-SUB
 3084      Move 'N' to CV-FLD-SORT-DONE-SW
 3085      Perform Sort-Field-Entry-Up
 3086         Until CV-FLD-SORT-DONE
 3087      .


 3090  Sort-Field-Entry-Up.
 3091      If CV-FLD-SORT-SUB < 2
 3092         Set CV-FLD-SORT-DONE to True
 3093      Else
 3094         If CV-FT-OFFSET (CV-FLD-SORT-SUB) <
 3095            CV-FT-OFFSET (CV-FLD-SORT-SUB - 1)
 3096            Move CV-FLD-ENTRY (CV-FLD-SORT-SUB)
 3097               to CV-FLD-SAVE-ENTRY
 3098            Move CV-FLD-ENTRY (CV-FLD-SORT-SUB - 1)
 3099               to CV-FLD-ENTRY (CV-FLD-SORT-SUB)
 3100            Move CV-FLD-SAVE-ENTRY
 3101               to CV-FLD-ENTRY (CV-FLD-SORT-SUB - 1)
 3102            Subtract 1 From CV-FLD-SORT-SUB
 3103         Else
 3104            Set CV-FLD-SORT-DONE to True
 3105         End-If
 3106      End-If
 3107      .
       
       
      * RESTARTF holds one RELATIVE record (key 1) that this run keeps
      * open for its own life and REWRITEs in place at every checkpoint,
      * instead of paying an OPEN/WRITE/CLOSE cycle per checkpoint.  A
      * first-ever run finds no such record, so one is created here.
 3114  Establish-Restart-Point.
 3115      Move 0 to CV-RESTART-POINT
 3116      Move 1 to CV-RESTART-KEY
 3117      Open I-O RESTART-FILE
 3118      If CV-RESTART-STATUS Not = '00'
 3119         Open Output RESTART-FILE
 3120         Move 0 to CV-RESTART-LAST-REC-NBR
 3121         Move 0 to CV-RESTART-LAST-STEP
 3122         Write CV-RESTART-CONTROL-RECORD
 3123         Close RESTART-FILE
 3124         Open I-O RESTART-FILE
 3125      End-If
 3126      Read RESTART-FILE
 3127      If CV-RESTART-STATUS = '00'
 3128         And CV-RESTART-LAST-REC-NBR > 0
 3129         Move CV-RESTART-LAST-REC-NBR to CV-RESTART-POINT
 3130         Set CV-IS-RESTARTING to True
 3131      End-If
 3132      .
       
       
 3135  Skip-Converted-Record.
 3136      Read INPUT-FILE Into DOC-01
 3137         At End
 3138            Set CV-END-OF-INPUT to True
 3139      End-Read
 3140      .
       
       
      * Checkpointed after every record (not on a fixed interval) so an
      * abend can never leave output already written past the last
      * checkpoint -- a restart would otherwise reconvert and duplicate
      * those records in Output-File.
 3147  Write-Restart-Checkpoint.
 3148      Move CV-RECORD-COUNT to CV-RESTART-LAST-REC-NBR
 3149      Move 0 to CV-RESTART-LAST-STEP
 3150      Rewrite CV-RESTART-CONTROL-RECORD
 3151      .
       
       
 3154  Clear-Restart-Point.
 3155      Move 0 to CV-RESTART-LAST-REC-NBR
 3156      Move 0 to CV-RESTART-LAST-STEP
 3157      Rewrite CV-RESTART-CONTROL-RECORD
 3158      .
       
       
      * One pass does both per-byte checks - the uncovered-byte
      * exception and the substituted-byte count - instead of each
      * paying its own walk over the record.
 3164  Scan-Record-Byte.
 3165      Perform Check-Exception-Byte
 3166      Perform Count-Substituted-Byte
 3167      .


      * Only bytes the translate tables are responsible for are
      * checked - a pass-through (packed/binary/sign) byte is expected
      * to fall outside the character table and is not an exception.
 3173  Check-Exception-Byte.
 3174      Perform Set-Effective-Class
 3175      If CV-EFF-CLASS = 'C'
 3176         Move CV-ORIGINAL-REC (CV-BYTE-INDEX : 1)
 3177            to CV-ORDINAL-BYTE
 3178         Compute CV-COVERED-SUB = CV-ORDINAL-BIN + 1
 3179         If CV-COVERED-FLAGS (CV-COVERED-SUB : 1) = 'N'
 3180            Add 1 to CV-EXCEPT-COUNT
 3181            Set CV-REC-HAS-EXCEPTION to True
 3182            Move CV-RECORD-COUNT to CV-EXCEPT-REC-NBR
 3183            Move CV-BYTE-INDEX to CV-EXCEPT-OFFSET
 3184            Call 'CVHEXCVT' Using
 3185                 CV-ORIGINAL-REC (CV-BYTE-INDEX : 1),
 3186                 CV-EXCEPT-BYTE-HEX
 3187            Move CV-EXCEPT-BYTE-HEX to CV-EXCEPT-BYTE-DISPLAY
 3188            Write EXCEPT-REPORT-LINE From CV-EXCEPT-DETAIL-LINE
 3189         End-If
 3190         If CV-REC-IS-DATA
 3191            Add 1 to CV-PRF-COUNT (CV-COVERED-SUB)
 3192            Add 1 to CV-PRF-TOTAL
 3193         End-If
 3194      End-If
 3195      .
       
       
 3198  Report-Mismatch-Byte.
 3199      If Doc-01 (CV-BYTE-INDEX : 1) Is Not Equal To
 3200         Doc-05 (CV-BYTE-INDEX : 1)
 3201         Add 1 to CV-REJECT-COUNT
 3202         Move CV-RECORD-COUNT to CV-REJECT-REC-NBR
 3203         Move CV-BYTE-INDEX to CV-REJECT-OFFSET
 3204         Call 'CVHEXCVT' Using CV-ORIGINAL-REC (CV-BYTE-INDEX : 1),
 3205                 CV-REJECT-EBCDIC-HEX
 3206         Call 'CVHEXCVT' Using DOC-01 (CV-BYTE-INDEX : 1),
 3207                 CV-REJECT-DOC01-HEX
 3208         Call 'CVHEXCVT' Using DOC-05 (CV-BYTE-INDEX : 1),
 3209                 CV-REJECT-DOC05-HEX
 3210         Move CV-REJECT-EBCDIC-HEX to CV-REJECT-EBCDIC-DISP
 3211         Move CV-REJECT-DOC01-HEX to CV-REJECT-DOC01-DISP
 3212         Move CV-REJECT-DOC05-HEX to CV-REJECT-DOC05-DISP
 3213         Write REJECT-REPORT-LINE From CV-REJECT-DETAIL-LINE
 3214      End-If
 3215      .
       
       
 3218  Count-Substituted-Byte.
 3219      If CV-ORIGINAL-REC (CV-BYTE-INDEX : 1) Is Not Equal To
 3220         Doc-01 (CV-BYTE-INDEX : 1)
 3221         Add 1 to CV-RUN-SUBST-COUNT
 3222      End-If
 3223      .
       
       
 3226  Compute-Elapsed-Time.
 3227      Compute CV-ELAPSED-SECONDS =
 3228         ((CV-END-HH * 3600) + (CV-END-MM * 60) + CV-END-SS) -
 3229         ((CV-START-HH * 3600) + (CV-START-MM * 60) + CV-START-SS)
 3230      If CV-ELAPSED-SECONDS < 0
 3231         Add 86400 to CV-ELAPSED-SECONDS
 3232      End-If
 3233      .
       
       
 3236  Write-Run-Summary.
 3237      Move CV-RUN-RECORD-COUNT to CV-SUMMARY-RECS-ED
 3238      Display CV-RUN-SUMMARY-REC-LINE
 3239      Move CV-RUN-SUBST-COUNT to CV-SUMMARY-SUBS-ED
 3240      Display CV-RUN-SUMMARY-SUB-LINE
 3241      If CV-QUARANT-MODE
 3242         Move CV-QUAR-COUNT to CV-SUMMARY-QUAR-ED
 3243         Display CV-RUN-SUMMARY-QUAR-LINE
 3244      End-If
 3245      Move CV-ELAPSED-SECONDS to CV-SUMMARY-SECS-ED
 3246      Display CV-RUN-SUMMARY-TIME-LINE
 3247      .


      * The reasonableness gate: tonight's volume and exception
      * suspicious file tonight than explain it downstream next
      * week.  The gate never raises the code past a real failure
      * already in Return-Code.
 3259  Check-Run-Tolerance.
 3260      Perform Find-Tolerance-Record
 3261      If CV-TOL-FOUND
 3262         Perform Gather-Feed-History
 3263         Perform Apply-Volume-Tolerance
 3264         Perform Apply-Rate-Tolerance
 3265      End-If
 3266      .


 3269  Find-Tolerance-Record.
 3270      Move 'N' to CV-TOL-FOUND-SW
 3271      Open Input TOLERANCE-FILE
 3272      If CV-TOLCTL-STATUS = '00'
 3273         Perform Scan-Tolerance-Record
 3274            Until CV-TOL-EOF Or CV-TOL-FOUND
 3275         Close TOLERANCE-FILE
 3276      Else
 3277         If CV-TOLCTL-STATUS Not = '35'
 3278            Display 'ICVRT02: TOLCTL OPEN FAILED - STATUS '
 3279               CV-TOLCTL-STATUS
 3280            Move 16 to Return-Code
 3281            Goback
 3282         End-If
 3283      End-If
 3284      .


 3287  Scan-Tolerance-Record.
 3288      Read TOLERANCE-FILE
 3289         At End
 3290            Set CV-TOL-EOF to True
 3291         Not At End
 3292            If CV-TOL-DATASET = CV-INFILE-DSN (1 : 44)
 3293               If (CV-TOL-VOL-PCT Not = SPACES
 3294                  And CV-TOL-VOL-PCT Not Numeric)
 3295                  Or (CV-TOL-EXC-RATE Not = SPACES
 3296                  And CV-TOL-EXC-RATE Not Numeric)
 3297                  Display 'ICVRT02: BAD TOLERANCE RECORD - '
 3298                     TOLCTL-LINE (1 : 58)
 3299                  Move 16 to Return-Code
 3300                  Goback
 3301               End-If
 3302               Set CV-TOL-FOUND to True
 3303            End-If
 3304      End-Read
 3305      .


      * The feed's history over its last seven scheduled run dates,
      * read back through the history-file owner a day at a time:
      * the dates are walked back with CVDATESB and each is put to
      * the calendar owner, so a weekday feed is measured against
      * weekdays and a month-end file against month-ends rather than
      * against days it never runs on.  A feed the calendar does not
      * name is daily, which is the last seven calendar days as
      * before.  The walk gives up after 400 days, a little over a
      * year of month-ends.  Rows from failed or empty runs carry no
      * volume worth averaging and are passed over.
 3318  Gather-Feed-History.
 3319      Move 0 to CV-TOL-ROW-COUNT
 3320      Move 0 to CV-TOL-REC-SUM
 3321      Move 0 to CV-TOL-SCHED-COUNT
 3322      Move 0 to CV-TOL-WALK-COUNT
 3323      Move CV-RUN-ID-DATE to CV-TOL-PRIOR-DATE
 3324      Perform Gather-One-History-Day
 3325         Until CV-TOL-SCHED-COUNT Not < 7
 3326            Or CV-TOL-WALK-COUNT Not < 400
 3327      .


 3330  Gather-One-History-Day.
 3331      Move CV-TOL-PRIOR-DATE to CV-TOL-WALK-DATE
 3332      Call 'CVDATESB' Using CV-TOL-WALK-DATE, CV-TOL-OFFSET,
 3333           CV-TOL-PRIOR-DATE
 3334      Add 1 to CV-TOL-WALK-COUNT
 3335      Move CV-INFILE-DSN (1 : 44) to CV-RH-DATASET
 3336      Call 'ICVRTCAL' Using CV-RH-DATASET, CV-TOL-PRIOR-DATE,
 3337           CV-TOL-DUE-SW, CV-TOL-SCHEDULE
 3338      If CV-TOL-SCHEDULED-DAY
 3339         Add 1 to CV-TOL-SCHED-COUNT
 3340         Move CV-TOL-PRIOR-DATE to CV-RH-RUN-DATE
 3341         Move 'R' to CV-HIST-FUNCTION
 3342         Call 'ICVRTHST' Using CV-HIST-FUNCTION,
 3343              CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
 3344         If CV-HIST-FOUND-SW = 'Y'
 3345            And CV-RH-RECORDS > 0
 3346            Add 1 to CV-TOL-ROW-COUNT
 3347            Add CV-RH-RECORDS to CV-TOL-REC-SUM
 3348         End-If
 3349      End-If
 3350      .


 3353  Apply-Volume-Tolerance.
 3354      If CV-TOL-VOL-PCT = SPACES
 3355         Or CV-TOL-ROW-COUNT = 0
 3356         Continue
 3357      Else
 3358         Move CV-TOL-VOL-PCT to CV-TOL-VOL-PCT-9
 3359         Compute CV-TOL-AVG-RECS =
 3360            CV-TOL-REC-SUM / CV-TOL-ROW-COUNT
 3361         Compute CV-TOL-FLOOR = CV-TOL-AVG-RECS
 3362            * (100 - CV-TOL-VOL-PCT-9) / 100
 3363         If CV-RUN-RECORD-COUNT < CV-TOL-FLOOR
 3364            Move CV-RUN-RECORD-COUNT to CV-TOL-WARN-RECS-ED
 3365            Move CV-TOL-FLOOR to CV-TOL-WARN-FLOOR-ED
 3366            Display 'ICVRT02: ' CV-TOL-VOL-WARN-LINE
 3367            Write EXCEPT-REPORT-LINE From CV-TOL-VOL-WARN-LINE
 3368            If Return-Code = 0
 3369               Move 4 to Return-Code
 3370            End-If
 3371         End-If
 3372      End-If
 3373      .


 3376  Apply-Rate-Tolerance.
 3377      If CV-TOL-EXC-RATE = SPACES
 3378         Or CV-RUN-RECORD-COUNT = 0
 3379         Continue
 3380      Else
 3381         Move CV-TOL-EXC-RATE to CV-TOL-EXC-RATE-9
 3382         Compute CV-TOL-TONIGHT-RATE =
 3383            (CV-EXCEPT-COUNT * 1000000) / CV-RUN-RECORD-COUNT
 3384         If CV-TOL-TONIGHT-RATE > CV-TOL-EXC-RATE-9
 3385            Move CV-TOL-TONIGHT-RATE to CV-TOL-WARN-RATE-ED
 3386            Move CV-TOL-EXC-RATE-9 to CV-TOL-WARN-LIMIT-ED
 3387            Display 'ICVRT02: ' CV-TOL-RATE-WARN-LINE
 3388            Write EXCEPT-REPORT-LINE From CV-TOL-RATE-WARN-LINE
 3389            If Return-Code = 0
 3390               Move 4 to Return-Code
 3391            End-If
 3392         End-If
 3393      End-If
 3394      .


      * The same counters the summary just displayed, made durable:
      * one history row per input dataset per run date, written (or
      * rewritten, on a same-day rerun) through the history-file
      * owner.
 3401  Write-Run-History.
 3402      Move Spaces to CV-RUNHIST-RECORD
 3403      Move CV-INFILE-DSN (1 : 44) to CV-RH-DATASET
 3404      Move CV-RUN-ID-DATE to CV-RH-RUN-DATE
 3405      Move CV-RUN-RECORD-COUNT to CV-RH-RECORDS
 3406      Move CV-RUN-SUBST-COUNT to CV-RH-SUBST
 3407      Move CV-EXCEPT-COUNT to CV-RH-EXCEPTIONS
 3408      Move CV-REJECT-COUNT to CV-RH-REJECTS
 3409      Move CV-QUAR-COUNT to CV-RH-QUARANTINED
 3410      Move CV-ELAPSED-SECONDS to CV-RH-ELAPSED
 3411      Move Return-Code to CV-RH-RETURN-CODE
 3412      If CV-STAGE-HELD
 3413         Set CV-RH-OUTPUT-HELD to True
 3414      End-If
 3415      Move CV-AUDIT-BASE-NAME to CV-RH-CODEPAGE
 3416      Move CV-PRF-TOTAL to CV-RH-PROFILE-BYTES
 3417      Perform Store-Profile-Byte
 3418         Varying CV-COVERED-SUB From 1 By 1
 3419         Until CV-COVERED-SUB > 256
 3420      If CV-DIR-EBCDIC-TO-ASCII
 3421         Inspect CV-RH-CHAR-MAP
 3422            Converting EBCDIC-Set-01 to ASCII-Set-01
 3423      End-If
 3424      Move 'W' to CV-HIST-FUNCTION
 3425      Call 'ICVRTHST' Using CV-HIST-FUNCTION,
 3426           CV-RUNHIST-RECORD, CV-HIST-FOUND-SW
 3427      .


      * Clear before the first record: the counts are the one part
      * of a run's history that is built up byte by byte.
 3432  Clear-Profile-Count.
 3433      Move ZERO to CV-PRF-COUNT (CV-COVERED-SUB)
 3434      .


      * The character map starts as the 256 byte values in order and
      * is put through the run's own 01 table pair, so each position
      * ends up holding what that input byte converted to.
 3440  Store-Profile-Byte.
 3441      Compute CV-ORDINAL-BIN = CV-COVERED-SUB - 1
 3442      Move CV-ORDINAL-BYTE to CV-RH-CHAR-MAP (CV-COVERED-SUB : 1)
 3443      Move CV-PRF-COUNT (CV-COVERED-SUB)
 3444         to CV-RH-PROFILE-COUNT (CV-COVERED-SUB)
 3445      .


      * The delivered file read back start to finish: records, data
      * bytes and the position-weighted hash total, folded to fifteen
      * digits record by record, then one manifest record carrying
      * them with the delivery's name, the run identifier and the
      * code-page edition stamp.  A manifest that cannot be written
      * fails the run - a delivery the reconciliation will never hear
      * about is the silent gap the manifest exists to close.  On a
      * staged run the same read-back is the copy on to the delivery
      * name, so the manifest vouches for exactly the bytes copied.
 3457  Write-Delivery-Manifest.
 3458      Open Input OUTPUT-FILE
 3459      If CV-OUTFILE-STATUS Not = '00'
 3460         Display 'ICVRT02: OUTFILE REOPEN FOR MANIFEST FAILED - '
 3461            'STATUS ' CV-OUTFILE-STATUS
 3462         Move 16 to Return-Code
 3463         Goback
 3464      End-If
 3465      If CV-STAGING-RUN
 3466         Open Output DELIVERY-FILE
 3467         If CV-DELIVER-STATUS Not = '00'
 3468            Display 'ICVRT02: DELIVERY OPEN FAILED - STATUS '
 3469               CV-DELIVER-STATUS ' - ' CV-DELIVER-DSN
 3470            Move 16 to Return-Code
 3471            Goback
 3472         End-If
 3473      End-If
 3474      Perform Tally-Delivered-Record
 3475         Until CV-MF-EOF
 3476      Close OUTPUT-FILE
 3477      If CV-STAGING-RUN
 3478         Close DELIVERY-FILE
 3479      End-If

 3481      Move Spaces to CV-MANIFEST-RECORD
 3482      If CV-STAGING-RUN
 3483         Move CV-DELIVER-DSN (1 : 44) to CV-MF-DATASET
 3484      Else
 3485         Move CV-OUTFILE-DSN (1 : 44) to CV-MF-DATASET
 3486      End-If
 3487      Move CV-RUN-ID to CV-MF-RUN-ID
 3488      Move CV-MF-REC-TOTAL to CV-MF-RECORDS
 3489      Move CV-MF-BYTE-TOTAL to CV-MF-BYTES
 3490      Move CV-MF-HASH-TOTAL to CV-MF-HASH
 3491      Move CV-AUDIT-TABLE-NAME to CV-MF-EDITION
 3492      Move CV-INFILE-DSN (1 : 44) to CV-MF-SOURCE

 3494      Open Extend MANIFEST-FILE
 3495      If CV-MANIFEST-STATUS = '35'
 3496         Open Output MANIFEST-FILE
 3497      End-If
 3498      If CV-MANIFEST-STATUS Not = '00'
 3499         Display 'ICVRT02: MANIFEST OPEN FAILED - STATUS '
 3500            CV-MANIFEST-STATUS
 3501         Move 16 to Return-Code
 3502         Goback
 3503      End-If
 3504      Write MANIFEST-LINE From CV-MANIFEST-RECORD
 3505      Close MANIFEST-FILE
 3506      .


 3509  Tally-Delivered-Record.
 3510      Read OUTPUT-FILE
 3511         At End
 3512            Set CV-MF-EOF to True
 3513         Not At End
 3514            Add 1 to CV-MF-REC-TOTAL
 3515            If CV-STAGING-RUN
 3516               Write DELIVERY-REC From OUT-REC
 3517               If CV-DELIVER-STATUS Not = '00'
 3518                  Display 'ICVRT02: DELIVERY WRITE FAILED - '
 3519                     'STATUS ' CV-DELIVER-STATUS
 3520                  Move 16 to Return-Code
 3521                  Goback
 3522               End-If
 3523            End-If
 3524            Add CV-OUT-REC-LEN to CV-MF-BYTE-TOTAL
 3525            Move 0 to CV-MF-REC-HASH
 3526            Perform Hash-Delivered-Byte
 3527               Varying CV-BYTE-INDEX From 1 By 1
 3528               Until CV-BYTE-INDEX > CV-OUT-REC-LEN
 3529            Add CV-MF-REC-HASH to CV-MF-HASH-TOTAL
 3530            Divide CV-MF-HASH-TOTAL By CV-MF-HASH-MODULUS
 3531               Giving CV-MF-HASH-QUOT
 3532               Remainder CV-MF-HASH-TOTAL
 3533      End-Read
 3534      .


 3537  Hash-Delivered-Byte.
 3538      Move Out-Rec (CV-BYTE-INDEX : 1) to CV-ORDINAL-BYTE
 3539      Compute CV-MF-REC-HASH = CV-MF-REC-HASH
 3540         + CV-ORDINAL-BIN * CV-BYTE-INDEX
 3541      .


      * A staged run is held rather than delivered when the
      * tolerance gate warned (4) or quarantine mode left records
      * behind - the two cases where a whole-looking file can still
      * be the wrong file.  A failed run (8 and up) delivers nothing
      * either way and is not held; it is rerun.
 3549  Decide-Output-Hold.
 3550      If CV-STAGING-RUN
 3551         And Return-Code < 8
 3552         And (Return-Code = 4 Or CV-QUAR-COUNT > 0)
 3553         Set CV-STAGE-HELD to True
 3554      End-If
 3555      .


      * The hold record carries what ICVRTREL needs to promote the
      * output later without this run: both names, the run
      * identifier and edition stamp its manifest will carry, and
      * why it was held.  A hold that cannot be logged fails the
      * run - an output held where nobody will ever look for it is
      * worse than one delivered.
 3564  Write-Hold-Record.
 3565      Accept CV-HOLD-TIME From Time
 3566      Move Spaces to CV-HOLD-RECORD
 3567      Set CV-HL-HELD to True
 3568      Move CV-DELIVER-DSN (1 : 44) to CV-HL-DELIVER-DSN
 3569      Move CV-OUTFILE-DSN to CV-HL-HELD-DSN
 3570      Move CV-RUN-ID to CV-HL-RUN-ID
 3571      Accept CV-HL-DATE From Date YYYYMMDD
 3572      Move CV-HOLD-TIME (1 : 6) to CV-HL-TIME
 3573      Move CV-GATE-RC to CV-HL-RETURN-CODE
 3574      Move CV-QUAR-COUNT to CV-HL-QUARANTINED
 3575      Move CV-AUDIT-TABLE-NAME to CV-HL-EDITION
 3576      Move CV-INFILE-DSN (1 : 44) to CV-HL-SOURCE

 3578      Open Extend HOLD-LOG-FILE
 3579      If CV-HOLDLOG-STATUS = '35'
 3580         Open Output HOLD-LOG-FILE
 3581      End-If
 3582      If CV-HOLDLOG-STATUS Not = '00'
 3583         Display 'ICVRT02: HOLDLOG OPEN FAILED - STATUS '
 3584            CV-HOLDLOG-STATUS
 3585         Move 16 to Return-Code
 3586         Goback
 3587      End-If
 3588      Write HOLD-LOG-LINE From CV-HOLD-RECORD
 3589      Close HOLD-LOG-FILE
 3590      Display 'ICVRT02: OUTPUT HELD FOR RELEASE - '
 3591         CV-OUTFILE-DSN
 3592      .
       
       
 3595  Show-OPTIMIZE-Level.
 3596  >>Evaluate  IGY-OPTIMIZE
 3597  >>When 0
 3598      Display 'Optimization level is: 0 - Non-Optimized'
 3599  >>When 1
 3600      Display 'Optimization level is: 1 - Some Optimization'
 3601  >>When 2
 3602      Display 'Optimization level is: 2 - Full Optimization'
 3603  >>When Other
 3604      Display 'Optimization level is: Unknown'
 3605  >> End-Evaluate
 3606      exit.
