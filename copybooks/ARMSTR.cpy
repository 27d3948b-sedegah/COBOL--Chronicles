      * Open-invoice master ARMSTR.DAT, one receivable per client
      * prefix and billing period. AR-POST writes the billed amount,
      * AR-CASH applies cash against it, and AR-ADJUST posts credit
      * and debit memos into their own running totals so the billed
      * amount always still agrees with BILLINV.DAT. The balance due
      * is billed plus debits less credits less cash paid; status O
      * is open, P paid off. An invoice with any memo against it is
      * "adjusted" - the last memo date says when - and the aging
      * and the statements show it that way.
      * AR-ACCT-TYPE says whose receivable it is: C a calculator
      * client, S a student. FEE-BILLING posts student accounts, one
      * per student per billing period, all under the reserved
      * prefix "*ST" with the student's ID in AR-STUDENT-ID (spaces
      * on a client account) and the term billed in AR-TERM. A
      * withdrawal refund is carried in AR-CREDIT-AMOUNT like any
      * credit; AR-REFUND-AMOUNT says how much of it is refund, so
      * a rerun of the term can true it up without touching memos.
       01  AR-MASTER-REC.
           05  AR-KEY.
               10  AR-CLIENT       PIC X(3).
               10  AR-PERIOD       PIC X(6).
               10  AR-STUDENT-ID   PIC X(9).
           05  AR-INV-AMOUNT   PIC 9(9)V99.
           05  AR-PAID-AMOUNT  PIC 9(9)V99.
           05  AR-BILL-DATE    PIC X(8).
           05  AR-STATUS       PIC X.
           05  AR-CREDIT-AMOUNT PIC 9(9)V99.
           05  AR-DEBIT-AMOUNT PIC 9(9)V99.
           05  AR-LAST-ADJ-DATE PIC X(8).
           05  AR-ACCT-TYPE    PIC X.
           05  AR-TERM         PIC X(6).
           05  AR-REFUND-AMOUNT PIC 9(9)V99.
