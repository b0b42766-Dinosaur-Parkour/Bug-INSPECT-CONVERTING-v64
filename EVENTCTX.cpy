      * Event context ICVRTDRV shares with the programs it CALLs,
      * EXTERNAL the way the CVDDNAME dataset names are.  The driver
      * sets CV-EVT-RUN-ID once and clears the type and reason ahead
      * of every entry and every retry; a called program that can
      * say what its failure was better than its return code does
      * leaves the event type (ICVRTVFY's RTRIP) and a short reason
      * here, and the driver's event for a failed entry carries
      * them.  A program run on its own finds CV-EVT-RUN-ID still
      * unset (LOW-VALUES) and raises its own event instead.
   10  01  CV-EVT-CONTEXT             External.
   11      05 CV-EVT-RUN-ID           PIC X(16).
   12      05 CV-EVT-EVENT-TYPE       PIC X(05).
   13      05 CV-EVT-REASON           PIC X(40).
