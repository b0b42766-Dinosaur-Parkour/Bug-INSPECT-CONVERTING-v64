      * Communication area of the conversion suite's online inquiry
      * (transactions CVH1, CVN1, CVA1 and CVD1, programs ICVRTIH,
      * ICVRTIN, ICVRTIA and ICVRTID).  Each screen is pseudo-
      * conversational and hands this area to the next screen it
      * drills down to by a Return Transid Immediate, so the next
      * transaction is attached - and security-checked - under its
      * own identifier.  CV-IQ-FRESH says the area has just arrived
      * from another screen, carrying the feed, run date or audit
      * key to open on; CV-IQ-ORIGIN names the screen PF12 returns
      * to.  The page keys and row keys belong to whichever screen
      * is holding the area; the row keys are what each list row
      * shows, so a selection is resolved without reading again.
   13  01  CV-INQ-COMMAREA.
   14      05 CV-IQ-ENTRY-FLAG        PIC X(01).
   15         88 CV-IQ-FRESH                Value 'F'.
   16         88 CV-IQ-CONTINUING           Value 'C'.
   17      05 CV-IQ-ORIGIN            PIC X(04).
   18      05 CV-IQ-FEED              PIC X(44).
   19      05 CV-IQ-RUN-DATE          PIC X(08).
   20      05 CV-IQ-AUD-KEY           PIC X(69).
   21      05 CV-IQ-TOP-KEY           PIC X(69).
   22      05 CV-IQ-NEXT-KEY          PIC X(69).
   23      05 CV-IQ-MORE-FLAG         PIC X(01).
   24         88 CV-IQ-MORE-ROWS            Value 'Y'.
   25      05 CV-IQ-BYTE-START        PIC 9(03).
   26      05 CV-IQ-BYTE-NEXT         PIC 9(03).
   27      05 CV-IQ-ROW-COUNT         PIC 9(02).
   28      05 CV-IQ-ROW-KEY           PIC X(69) Occurs 14.
