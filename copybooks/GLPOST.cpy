      * and a hash of the posted amounts in cents, and the whole
      * file is only shipped when debits, credits and the invoice
      * total all agree.
      * AR-ADJUST writes its memo postings in the same layout, and
      * AR-CASH's receipts journal (CASHJRNL.cpy) uses the same
      * header and trailer. REVENUE-ACCRUAL writes its month-end
      * accrual and reversal pairs in this layout too, and
      * FEE-BILLING its student tuition charges and refunds.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TYPE PIC X(3).
           05  GLH-FILE-DATE   PIC X(8).
