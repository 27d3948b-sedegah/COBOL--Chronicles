      * Cash receipts journal detail written by AR-CASH to
      * ARCASHGL.DAT, one balanced pair per receipt read: debit the
      * bank cash account and credit the receivable for cash applied
      * to an open invoice, or credit unapplied-cash suspense for a
      * receipt finance still has to re-key, so the day's journal
      * always adds up to the bank deposit. The first 34 bytes are
      * laid out exactly as a GLPOST.cpy detail, so the ledger load
      * reads both files the same way; the remittance reference,
      * receipt date and billing period ride along after them. The
      * file carries the GLPOST.cpy HDR/TRL records with the same
      * detail count and cents hash controls.
       01  CASH-JOURNAL-RECORD.
           05  CJ-RECORD-TYPE  PIC X(3).
           05  CJ-DR-CR        PIC X.
           05  CJ-ACCOUNT      PIC X(8).
           05  CJ-CLIENT       PIC X(3).
           05  CJ-AMOUNT       PIC 9(9)V99.
           05  CJ-POST-DATE    PIC X(8).
           05  CJ-REFERENCE    PIC X(10).
           05  CJ-RECEIPT-DATE PIC X(8).
           05  CJ-PERIOD       PIC X(6).
