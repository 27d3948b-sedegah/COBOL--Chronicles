      * Operator parameter card, PARMCARD.DAT at the repo root next
      * to RUNLOG.DAT. One card drives the whole chain: the business
      * date every step stamps and processes against, LoopExample's
      * checkpoint interval, and the calculator report's page size.
      * The card is never edited by hand - REF-CHANGE rewrites it from
      * its change history, and the date and cycle (a rerun for a
      * prior date included) move only through a PARMCARD R card run
      * with run-ref-change.sh. A hand edit stops the chain at
      * REF-CHECK.
      * Every step reads the card at startup, echoes what it ran
      * with, and ends RC=8 on a missing or invalid card. The
      * exception tolerances belong to SIMPLE-CALCULATOR: a run
      * whose exception count exceeds the count tolerance, or whose
      * exceptions exceed the percentage-of-input tolerance, ends
      * RC=8 instead of quietly completing.
      * PC-CYCLE-NUMBER is the processing cycle within the business
      * date: a second run of the chain on the same date is rolled
      * to cycle 2 (and so on) so it is never taken for a restart
      * of the first. Every step stamps it on its run-log events,
      * and the period ledger, exception history, ACK headers and
      * archive generations carry it. A card keyed before cycles
      * existed has column 26 blank and runs as cycle 1.
       01  PARM-CARD-RECORD.
           05  PC-BUSINESS-DATE        PIC X(8).
           05  PC-CHECKPOINT-INTERVAL  PIC 9(3).
           05  PC-EXC-TOL-COUNT        PIC 9(5).
           05  PC-EXC-TOL-PERCENT      PIC 9(3).
           05  PC-RETENTION-DAYS       PIC 9(3).
           05  PC-CYCLE-NUMBER         PIC 9.
