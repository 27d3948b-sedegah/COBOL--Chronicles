      * Client credit-hold master, CRHOLD.DAT, keyed by client
      * prefix. AR-CASH maintains it from every aging run: a client
      * overdue more than the dunning threshold is put on hold (H),
      * and a held client whose overdue balance has been cleared is
      * released (R) by PAYMENT. A supervisor can release a client
      * early with a CREDIT-RELEASE card; that release stands
      * through KH-OVERRIDE-UNTIL, after which the next aging run
      * holds the client again if the account is still delinquent.
      * SIMPLE-CALCULATOR reads it to divert a held client's
      * transactions to the CRSUSP.DAT credit-hold suspense instead
      * of processing and billing them.
       01  CREDIT-HOLD-RECORD.
           05  KH-CLIENT           PIC X(3).
           05  KH-STATUS           PIC X.
           05  KH-HOLD-DATE        PIC X(8).
           05  KH-OLDEST-PERIODS   PIC 9(4).
           05  KH-BALANCE          PIC 9(9)V99.
           05  KH-RELEASE-DATE     PIC X(8).
           05  KH-RELEASED-BY      PIC X(8).
           05  KH-OVERRIDE-UNTIL   PIC X(8).
           05  KH-REASON           PIC X(30).
