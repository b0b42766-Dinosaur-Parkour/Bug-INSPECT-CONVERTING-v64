    1  IDENTIFICATION DIVISION.
    2  PROGRAM-ID.   ICVRTEVT.
      * Operations event writer for the conversion suite.
      *
      * One program owns the EVENTS dataset and the suite's console
      * message IDs, the way ICVRTHST owns the run history: ICVRTDRV,
      * and ICVRTVFY and ICVRTCRT when they run on their own, fill an
      * event record (EVENTREC) and call here.  The event type fixes
      * the message ID and severity, so the monitoring console's
      * automation can key on the ID alone -
      *   ICV101E  FAIL   ERROR    entry failed
      *   ICV102E  MISS   ERROR    feed missing at its cutoff (RC 10)
      *   ICV103E  DUP    ERROR    feed already converted (RC 8)
      *   ICV104W  WARN   WARNING  entry completed with a warning
      *   ICV105S  CERT   SEVERE   translate-table certification
      *                            failed - hold the window
      *   ICV106E  RTRIP  ERROR    round-trip verification failed
      *   ICV107W  LATE   WARNING  feed still pending past its
      *                            expected-by time
      * An unknown type goes out as ICV199E so it is not lost.
      *
      * Each event is issued on the console and appended to EVENTS,
      * which is opened extend and closed again on every call: the
      * events are few, several programs of a run unit share the
      * dataset, and each event is on it the moment it is raised.
      * No EVENTS dataset leaves the console message to stand alone.

   28  ENVIRONMENT DIVISION.
   29  INPUT-OUTPUT SECTION.
   30  FILE-CONTROL.
   31      SELECT EVENT-FILE ASSIGN TO EVENTS
   32          ORGANIZATION IS LINE SEQUENTIAL
   33          FILE STATUS IS CV-EVT-STATUS.

   35  DATA DIVISION.
   36  FILE SECTION.

   38  FD  EVENT-FILE.
   39  01  EVENT-LINE                 PIC X(180).

   41  WORKING-STORAGE SECTION.

   43  01  CV-EVT-STATUS              PIC X(02) Value '00'.
   44  01  CV-EVT-TIME-NOW            PIC 9(08).
   45  01  CV-EVT-RC-DISPLAY          PIC 9(04).
   46  01  CV-EVT-ENTRY-DISPLAY       PIC 9(04).
   47  01  CV-EVT-CONSOLE-LINE        PIC X(160).

   49  LINKAGE SECTION.

   51  COPY EVENTREC.

   53  PROCEDURE DIVISION USING CV-EVENT-RECORD.

   55  0000-MAINLINE.
   56      Accept CV-EV-DATE From Date YYYYMMDD
   57      Accept CV-EVT-TIME-NOW From Time
   58      Move CV-EVT-TIME-NOW (1 : 6) to CV-EV-TIME
   59      Perform Set-Event-Identity
   60      Perform Issue-Console-Message
   61      Perform Write-Event-Record
   62      Goback.


   65  Set-Event-Identity.
   66      Evaluate True
   67         When CV-EV-FAIL
   68            Move 'ICV101E' to CV-EV-MSGID
   69            Move 'ERROR'   to CV-EV-SEVERITY
   70         When CV-EV-MISS
   71            Move 'ICV102E' to CV-EV-MSGID
   72            Move 'ERROR'   to CV-EV-SEVERITY
   73         When CV-EV-DUP
   74            Move 'ICV103E' to CV-EV-MSGID
   75            Move 'ERROR'   to CV-EV-SEVERITY
   76         When CV-EV-WARN
   77            Move 'ICV104W' to CV-EV-MSGID
   78            Move 'WARNING' to CV-EV-SEVERITY
   79         When CV-EV-CERT
   80            Move 'ICV105S' to CV-EV-MSGID
   81            Move 'SEVERE'  to CV-EV-SEVERITY
   82         When CV-EV-RTRIP
   83            Move 'ICV106E' to CV-EV-MSGID
   84            Move 'ERROR'   to CV-EV-SEVERITY
   85         When CV-EV-LATE
   86            Move 'ICV107W' to CV-EV-MSGID
   87            Move 'WARNING' to CV-EV-SEVERITY
   88         When Other
   89            Move 'ICV199E' to CV-EV-MSGID
   90            Move 'ERROR'   to CV-EV-SEVERITY
   91      End-Evaluate
   92      .


      * The console text leads with the message ID and keeps to the
      * fields a ticket needs; the event record carries the rest.
   97  Issue-Console-Message.
   98      Move CV-EV-RETURN-CODE to CV-EVT-RC-DISPLAY
   99      Move CV-EV-ENTRY-NBR to CV-EVT-ENTRY-DISPLAY
  100      Move Spaces to CV-EVT-CONSOLE-LINE
  101      String CV-EV-MSGID Delimited by Size
  102         ' ' Delimited by Size
  103         CV-EV-TYPE Delimited by Space
  104         ' ' Delimited by Size
  105         CV-EV-DATASET Delimited by Space
  106         ' ENTRY=' Delimited by Size
  107         CV-EVT-ENTRY-DISPLAY Delimited by Size
  108         ' STREAM=' Delimited by Size
  109         CV-EV-STREAM Delimited by Size
  110         ' RUN=' Delimited by Size
  111         CV-EV-RUN-ID Delimited by Size
  112         ' RC=' Delimited by Size
  113         CV-EVT-RC-DISPLAY Delimited by Size
  114         ' ' Delimited by Size
  115         CV-EV-REASON Delimited by Size
  116         Into CV-EVT-CONSOLE-LINE
  117      Display CV-EVT-CONSOLE-LINE Upon Console
  118      .


  121  Write-Event-Record.
  122      Open Extend EVENT-FILE
  123      If CV-EVT-STATUS = '35'
  124         Open Output EVENT-FILE
  125      End-If
  126      If CV-EVT-STATUS = '00'
  127         Write EVENT-LINE From CV-EVENT-RECORD
  128         Close EVENT-FILE
  129      Else
  130         Display 'ICVRTEVT: EVENTS OPEN FAILED - STATUS '
  131            CV-EVT-STATUS ' - ' CV-EV-MSGID ' ON CONSOLE ONLY'
  132      End-If
  133      .
