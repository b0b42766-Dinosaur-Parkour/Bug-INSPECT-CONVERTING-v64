      *   its key already there (a re-audited record) rewrites in
      *   place.  The file bootstraps itself empty on the very first
      *   run, the same way the run-history dataset does.
      *   Fields a feed tags sensitive on the SENSMAP dataset are no
      *   longer stored in clear: both images go through ICVRTMSK,
      *   which replaces each tagged byte range with a one-way token
      *   of the same length, before the record is written, and the
      *   byte after the after-image (spare until now) flags a record
      *   so masked.  The record stays 1216 bytes.  Only record
      *   images are masked; a release decision (record number zero)
      *   carries no feed data and is written as it comes.
      *   An image ICVRTMSK passed through and found nothing tagged
      *   in is now flagged as checked ('C') rather than left blank,
      *   so a reader of the trail - the online inquiry above all,
      *   which cannot call ICVRTMSK itself - can tell a record known
      *   to hold nothing sensitive from one written before masking
      *   began, whose images it must not show.
      *   An image is flagged checked only when a SENSMAP was read;
      *   a step run without one masks nothing and now leaves the
      *   flag blank, so the online inquiry keeps withholding it.

   55  ENVIRONMENT DIVISION.
   56  INPUT-OUTPUT SECTION.
   57  FILE-CONTROL.
   58      SELECT AUDIT-FILE ASSIGN TO AUDITLOG
   59          ORGANIZATION IS INDEXED
   60          ACCESS MODE IS RANDOM
   61          RECORD KEY IS A31-AUDIT-KEY
   62          FILE STATUS IS A31-AUDIT-STATUS.

   64  DATA DIVISION.
   65  FILE SECTION.

   67  FD  AUDIT-FILE.
   68  01  AUDIT-FILE-REC.
   69      05 A31-AUDIT-KEY.
   70         10 A31-KEY-RUN-ID       PIC X(16).
   71         10 A31-KEY-DATASET      PIC X(44).
   72         10 A31-KEY-REC-NBR      PIC X(09).
   73      05 A31-AUDIT-DATA          PIC X(1147).

   75  WORKING-STORAGE SECTION.

   77  01  A31-AUDIT-STATUS           PIC X(02) Value '00'.

   79  01  A31-CURRENT-DATE           PIC 9(08).
   80  01  A31-CURRENT-TIME           PIC 9(08).

   82  01  A31-FILE-OPEN-SWITCH       PIC X(01) Value 'N'.
   83      88 A31-FILE-IS-OPEN              Value 'Y'.

      * The audit record: the identity key fields first and
      * contiguous (they are the file key), then the timestamp and
      * images, and the flag saying whether ICVRTMSK masked them.
      * 1216 bytes in all, the same record size the trail has always
      * carried.
   90  01  A31-AUDIT-DETAIL-LINE.
   91      05 A31-AUD-RUN-ID          PIC X(16).
   92      05 A31-AUD-DATASET         PIC X(44).
   93      05 A31-AUD-REC-NBR         PIC 9(09).
   94      05 FILLER                  PIC X(01) Value SPACE.
   95      05 A31-AUD-DATE            PIC 9(08).
   96      05 FILLER                  PIC X(01) Value SPACE.
   97      05 A31-AUD-TIME            PIC 9(08).
   98      05 FILLER                  PIC X(01) Value SPACE.
   99      05 A31-AUD-DIRECTION       PIC X(03).
  100      05 FILLER                  PIC X(01) Value SPACE.
  101      05 A31-AUD-TABLE           PIC X(20).
  102      05 FILLER                  PIC X(01) Value SPACE.
  103      05 A31-AUD-BEFORE          PIC X(550).
  104      05 FILLER                  PIC X(01) Value SPACE.
  105      05 A31-AUD-AFTER           PIC X(550).
  106      05 A31-AUD-MASK-FLAG       PIC X(01) Value SPACE.
  107         88 A31-AUD-MASKED             Value 'M'.
  108         88 A31-AUD-CHECKED            Value 'C'.
  109      05 FILLER                  PIC X(01) Value SPACE.

      * The ranges ICVRTMSK tokenised in the images just built.
  112  COPY MASKRNG.

  114  LINKAGE SECTION.

  116  01  A31-BEFORE-IMAGE           PIC X(550).
  117  01  A31-AFTER-IMAGE            PIC X(550).
  118  01  A31-TABLE-NAME             PIC X(20).
  119  01  A31-DATASET-NAME           PIC X(44).
  120  01  A31-REC-NBR                PIC 9(09).
  121  01  A31-DIRECTION              PIC X(03).
  122  01  A31-RUN-ID                 PIC X(16).

  124  PROCEDURE DIVISION USING A31-BEFORE-IMAGE, A31-AFTER-IMAGE,
  125          A31-TABLE-NAME, A31-DATASET-NAME, A31-REC-NBR,
  126          A31-DIRECTION, A31-RUN-ID.

  128  0000-MAINLINE.
  129      Accept A31-CURRENT-DATE from Date YYYYMMDD
  130      Accept A31-CURRENT-TIME from Time
  131      Move A31-CURRENT-DATE to A31-AUD-DATE
  132      Move A31-CURRENT-TIME to A31-AUD-TIME
  133      Move A31-TABLE-NAME to A31-AUD-TABLE
  134      Move A31-DATASET-NAME to A31-AUD-DATASET
  135      Move A31-REC-NBR to A31-AUD-REC-NBR
  136      Move A31-DIRECTION to A31-AUD-DIRECTION
  137      Move A31-RUN-ID to A31-AUD-RUN-ID
  138      Move A31-BEFORE-IMAGE to A31-AUD-BEFORE
  139      Move A31-AFTER-IMAGE to A31-AUD-AFTER
  140      Move Space to A31-AUD-MASK-FLAG
  141      If A31-REC-NBR > 0
  142         Call 'ICVRTMSK' Using A31-DATASET-NAME, A31-AUD-BEFORE,
  143              A31-AUD-AFTER, CV-MASK-RANGES
  144         If CV-MR-COUNT > 0
  145            Set A31-AUD-MASKED to True
  146         Else
  147            If CV-MR-MAP-READ
  148               Set A31-AUD-CHECKED to True
  149            End-If
  150         End-If
  151      End-If

  153      If Not A31-FILE-IS-OPEN
  154         Perform Open-Audit-File
  155      End-If
  156      Perform Write-Audit-Line
      * A CANCEL of the calling conversion program between driver
      * entries can close this file out from under the open switch;
      * one reopen-and-rewrite recovers the record instead of losing
      * every audit line after the first entry of the night.
  161      If A31-AUDIT-STATUS Not = '00'
  162         Close AUDIT-FILE
  163         Open I-O AUDIT-FILE
  164         If A31-AUDIT-STATUS Not = '00'
  165            Display 'A31BR14A: AUDITLOG REOPEN FAILED - STATUS '
  166               A31-AUDIT-STATUS
  167            Move 16 to Return-Code
  168            Goback
  169         End-If
  170         Perform Write-Audit-Line
  171         If A31-AUDIT-STATUS Not = '00'
  172            Display 'A31BR14A: AUDITLOG WRITE FAILED - STATUS '
  173               A31-AUDIT-STATUS
  174            Move 16 to Return-Code
  175            Goback
  176         End-If
  177      End-If
  178      Goback.


      * Opens once per run and stays open; the very first run ever
      * finds no dataset, so an empty one is created and the open
      * retried, the same bootstrap the run-history file uses.
  184  Open-Audit-File.
  185      Open I-O AUDIT-FILE
  186      If A31-AUDIT-STATUS = '35'
  187         Open Output AUDIT-FILE
  188         Close AUDIT-FILE
  189         Open I-O AUDIT-FILE
  190      End-If
  191      If A31-AUDIT-STATUS Not = '00'
  192         Display 'A31BR14A: AUDITLOG OPEN FAILED - STATUS '
  193            A31-AUDIT-STATUS
  194         Move 16 to Return-Code
  195         Goback
  196      End-If
  197      Set A31-FILE-IS-OPEN to True
  198      .


      * A key already on file is a record audited twice under one
      * run identifier (an abend between the audit call and its
      * checkpoint, replayed on restart); the fresher image simply
      * replaces it.
  205  Write-Audit-Line.
  206      Move A31-AUDIT-DETAIL-LINE to AUDIT-FILE-REC
  207      Write AUDIT-FILE-REC
  208         Invalid Key
  209            Rewrite AUDIT-FILE-REC
  210      End-Write
  211      .
