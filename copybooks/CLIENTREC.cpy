      * Client master record, CLNTMSTR.DAT in Session 02/data -
      * indexed on the three-character client prefix every TR-ID,
      * billable event, contract card, open invoice and ledger line
      * already carries. Says who the prefix is and whether the
      * account may still trade: status A active, S suspended, C
      * closed. SIMPLE-CALCULATOR rejects transactions for a prefix
      * not on file or closed; the billing and receivable reports
      * print the name beside the prefix. Maintained only through
      * CLIENT-MAINT's add/change cards, every change audited.
       01  CLIENT-MASTER-RECORD.
           05  CM-CLIENT       PIC X(3).
           05  CM-NAME         PIC X(30).
           05  CM-ADDRESS-1    PIC X(30).
           05  CM-ADDRESS-2    PIC X(30).
           05  CM-CITY         PIC X(20).
           05  CM-STATE        PIC X(2).
           05  CM-POSTAL-CODE  PIC X(10).
           05  CM-CONTACT      PIC X(25).
           05  CM-PHONE        PIC X(15).
           05  CM-STATUS       PIC X.
           05  CM-OPEN-DATE    PIC X(8).
