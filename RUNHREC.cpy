      * together: the counters a run used to DISPLAY to SYSOUT and
      * lose when the output queue purged.  Written and read through
      * the ICVRTHST history-file owner.
      * The release fields record what became of an output the
      * driver staged and held: 'H' held awaiting a decision, 'P'
      * promoted or 'D' discarded by ICVRTREL, with who decided, on
      * what date and why.  Blank is an output delivered directly.
      * The byte profile is how often each of the 256 byte values
      * turned up among the run's character-classed input bytes -
      * packed and binary fields and double-byte runs left out -
      * with their total, the code-page edition the run converted
      * under, and the character map: for each input byte value, the
      * ASCII-side byte it stands for under that code page (on an
      * ASCII-input run, the byte itself).  ICVRTPRF compares a
      * night's profile with the feed's norm.  A row written before
      * the profile was kept has spaces there.
   19  01  CV-RUNHIST-RECORD.
   20      05 CV-RH-KEY.
   21         10 CV-RH-DATASET        PIC X(44).
   22         10 CV-RH-RUN-DATE       PIC 9(08).
   23      05 CV-RH-RECORDS           PIC 9(09).
   24      05 CV-RH-SUBST             PIC 9(09).
   25      05 CV-RH-EXCEPTIONS        PIC 9(09).
   26      05 CV-RH-REJECTS           PIC 9(09).
   27      05 CV-RH-QUARANTINED       PIC 9(09).
   28      05 CV-RH-ELAPSED           PIC 9(07).
   29      05 CV-RH-RETURN-CODE       PIC 9(04).
   30      05 CV-RH-RELEASE-STATE     PIC X(01).
   31         88 CV-RH-OUTPUT-HELD          Value 'H'.
   32         88 CV-RH-OUTPUT-PROMOTED      Value 'P'.
   33         88 CV-RH-OUTPUT-DISCARDED     Value 'D'.
   34      05 CV-RH-RELEASE-APPROVER  PIC X(08).
   35      05 CV-RH-RELEASE-DATE      PIC X(08).
   36      05 CV-RH-RELEASE-REASON    PIC X(40).
   37      05 FILLER                  PIC X(01).
   38      05 CV-RH-CODEPAGE          PIC X(12).
   39      05 CV-RH-PROFILE-BYTES     PIC 9(12).
   40      05 CV-RH-CHAR-MAP          PIC X(256).
   41      05 CV-RH-PROFILE-COUNT     PIC 9(11) Occurs 256.
