      * Unbilled revenue accrual, ACCRUAL.DAT - one record per client
      * prefix written by REVENUE-ACCRUAL at month-end: the events
      * on BILLEVT.DAT up to the accrual date, priced the way
      * USAGE-BILLING prices them, and the amount booked to unbilled
      * receivables. UA-REVERSAL-DATE is the first business day of
      * the next month, the date the reversing entry posts. When the
      * month is really billed USAGE-BILLING prints each client's
      * accrual beside what was invoiced, and the billing job then
      * retires the file so an accrual is compared only once.
       01  ACCRUAL-RECORD.
           05  UA-CLIENT           PIC X(3).
           05  UA-PERIOD           PIC X(6).
           05  UA-ACCRUAL-DATE     PIC X(8).
           05  UA-REVERSAL-DATE    PIC X(8).
           05  UA-EVENTS           PIC 9(7).
           05  UA-AMOUNT           PIC 9(9)V99.
