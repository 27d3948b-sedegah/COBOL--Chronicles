      * or check reference. AR-CASH matches each card against the
      * open-invoice master ARMSTR.DAT; a card with no open invoice
      * behind it is reported unapplied, never guessed onto an
      * account. A receipt against a student account FEE-BILLING
      * posted carries the student's ID; it is spaces on a client
      * card, so cards keyed before the field existed still apply.
       01  PAYMENT-RECORD.
           05  PY-CLIENT       PIC X(3).
           05  PY-PERIOD       PIC X(6).
           05  PY-AMOUNT       PIC 9(9)V99.
           05  PY-RECEIPT-DATE PIC X(8).
           05  PY-REFERENCE    PIC X(10).
           05  PY-STUDENT-ID   PIC X(9).
