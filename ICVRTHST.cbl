      * on the same date updates that date's row); 'R' reads by the
      * caller's key, answering found yes/no in the result byte and
      * leaving the record filled in when found.
      *
      * The record grew from 109 to 166 bytes for the release fields
      * (state, approver, date, reason) that ICVRTREL stamps on the
      * row of a staged output it promotes or discards; an existing
      * history dataset is reloaded into the longer record once.
      * It grew again, from 166 to 3262 bytes, for the byte-frequency
      * profile ICVRT02 now keeps with each run (code-page edition,
      * byte total, character map and 256 counts) for the ICVRTPRF
      * drift report; the history dataset is reloaded once more.
       
   29  ENVIRONMENT DIVISION.
   30  INPUT-OUTPUT SECTION.
   31  FILE-CONTROL.
   32      SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC CV-RUNHIST-DSN
   33          ORGANIZATION IS INDEXED
   34          ACCESS MODE IS RANDOM
   35          RECORD KEY IS CV-RH-FILE-KEY
   36          FILE STATUS IS CV-RUNHIST-STATUS.
       
   38  DATA DIVISION.
   39  FILE SECTION.
       
   41  FD  RUN-HISTORY-FILE.
   42  01  CV-RH-FILE-REC.
   43      05 CV-RH-FILE-KEY          PIC X(52).
   44      05 CV-RH-FILE-DATA         PIC X(3210).
       
   46  WORKING-STORAGE SECTION.
       
   48  COPY CVDDNAME.
       
   50  01  CV-RUNHIST-STATUS          PIC X(02) Value '00'.
       
   52  01  CV-HST-OPEN-SWITCH         PIC X(01) Value 'N'.
   53      88 CV-HST-FILE-IS-OPEN           Value 'Y'.
       
   55  LINKAGE SECTION.
       
   57  01  CV-HST-FUNCTION            PIC X(01).
   58     88 CV-HST-WRITE                   Value 'W'.
   59     88 CV-HST-READ                    Value 'R'.
   60  COPY RUNHREC.
   61  01  CV-HST-FOUND-SW            PIC X(01).
       
   63  PROCEDURE DIVISION USING CV-HST-FUNCTION, CV-RUNHIST-RECORD,
   64          CV-HST-FOUND-SW.
       
   66  0000-MAINLINE.
   67      If Not CV-HST-FILE-IS-OPEN
   68         Perform Open-History-File
   69      End-If
       
   71      Evaluate True
   72         When CV-HST-WRITE
   73            Perform Record-Run-History
   74         When CV-HST-READ
   75            Perform Look-Up-Run-History
   76         When Other
   77            Display 'ICVRTHST: UNSUPPORTED FUNCTION - '
   78               CV-HST-FUNCTION
   79            Move 16 to Return-Code
   80      End-Evaluate
   81      Goback.
       
       
      * Opens once per run and stays open, like the audit and
      * restart files.  A first-ever run finds no dataset, so an
      * empty one is created and the open retried.
   87  Open-History-File.
   88      If CV-RUNHIST-DSN = SPACES Or LOW-VALUES
   89         Move 'RUNHIST' to CV-RUNHIST-DSN
   90      End-If
   91      Open I-O RUN-HISTORY-FILE
   92      If CV-RUNHIST-STATUS = '35'
   93         Open Output RUN-HISTORY-FILE
   94         Close RUN-HISTORY-FILE
   95         Open I-O RUN-HISTORY-FILE
   96      End-If
   97      If CV-RUNHIST-STATUS Not = '00'
   98         Display 'ICVRTHST: RUNHIST OPEN FAILED - STATUS '
   99            CV-RUNHIST-STATUS
  100         Move 16 to Return-Code
  101         Goback
  102      End-If
  103      Set CV-HST-FILE-IS-OPEN to True
  104      .
       
       
  107  Record-Run-History.
  108      Move CV-RUNHIST-RECORD to CV-RH-FILE-REC
  109      Write CV-RH-FILE-REC
  110         Invalid Key
  111            Rewrite CV-RH-FILE-REC
  112      End-Write
  113      If CV-RUNHIST-STATUS Not = '00'
  114         Display 'ICVRTHST: RUNHIST WRITE FAILED - STATUS '
  115            CV-RUNHIST-STATUS
  116         Move 16 to Return-Code
  117      End-If
  118      .
       
       
  121  Look-Up-Run-History.
  122      Move 'N' to CV-HST-FOUND-SW
  123      Move CV-RH-KEY to CV-RH-FILE-KEY
  124      Read RUN-HISTORY-FILE
  125         Invalid Key
  126            Continue
  127         Not Invalid Key
  128            Move CV-RH-FILE-REC to CV-RUNHIST-RECORD
  129            Move 'Y' to CV-HST-FOUND-SW
  130      End-Read
  131      .
