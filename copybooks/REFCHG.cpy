      * Reference change card - REFCHG.DAT in Session 06/data, one
      * card per change to a controlled parameter or reference file,
      * applied by REF-CHANGE in card order. Every card names who
      * asked for the change and who approved it, and the two must
      * be different people.
      *   CG-FILE-ID   PARMCARD, CALENDAR, FEEDREG, BILLRATE or
      *                CONTRACT
      *   CG-ACTION    A add, C change, D delete a record - for
      *                PARMCARD, C changes the knobs and R rolls the
      *                business date
      *   CG-EFF-DATE  the first business date the change is in
      *                force; for an R card, the new business date
      *   CG-VALUES    the new record laid out exactly as in the
      *                file (a D card needs only its key). For
      *                PARMCARD C, columns 9-25 of the parameter card
      *                - checkpoint, page size, both exception
      *                tolerances and retention days; for PARMCARD
      *                R, the cycle number (blank means 1)
       01  REFERENCE-CHANGE-CARD.
           05  CG-FILE-ID          PIC X(8).
           05  FILLER              PIC X.
           05  CG-ACTION           PIC X.
           05  FILLER              PIC X.
           05  CG-EFF-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  CG-REQUESTER        PIC X(8).
           05  FILLER              PIC X.
           05  CG-APPROVER         PIC X(8).
           05  FILLER              PIC X.
           05  CG-REASON           PIC X(20).
           05  FILLER              PIC X.
           05  CG-VALUES           PIC X(40).
