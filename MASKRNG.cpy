      * Sensitive-field range list, shared by the conversion suite.
      * ICVRTMSK fills it for the feed it was asked about - one entry
      * per SENSMAP range it tokenised in the audit images - and the
      * callers keep it: A31BR14A to flag the audit record masked,
      * ICVRTAUD to say on its report which ranges it is showing in
      * tokenised form.  Offsets are 1-relative within the 550-byte
      * audit image; the after-image range differs from the before-
      * image range only on a feed whose conversion reformats.
      * The map switch says whether a SENSMAP was read at all: with
      * none bound, nothing is masked, but nothing is known to be
      * clear either, and a caller must not flag the record checked.
   12  01  CV-MASK-RANGES.
   13      05 CV-MR-COUNT             PIC 9(03).
   14      05 CV-MR-MAP-SW            PIC X(01).
   15         88 CV-MR-MAP-READ             Value 'Y'.
   16      05 CV-MR-ENTRY Occurs 50.
   17         10 CV-MR-BEF-OFFSET     PIC 9(05).
   18         10 CV-MR-BEF-LENGTH     PIC 9(05).
   19         10 CV-MR-AFT-OFFSET     PIC 9(05).
   20         10 CV-MR-AFT-LENGTH     PIC 9(05).
