      * Credit-hold audit image, CRHAUDIT.DAT - one record per hold
      * placed, cleared or released, so "why were this client's
      * transactions held, and who let them through" is answered
      * from the file. KA-ACTION is HOLD when AR-CASH places the
      * hold, PAYREL when the aging shows the overdue balance
      * cleared, and OVRREL when a supervisor's CREDIT-RELEASE card
      * lets the client trade early. Appended, never rewritten.
       01  CREDIT-HOLD-AUDIT-RECORD.
           05  KA-TIMESTAMP        PIC X(14).
           05  KA-RUN-DATE         PIC X(8).
           05  KA-CLIENT           PIC X(3).
           05  KA-ACTION           PIC X(6).
           05  KA-BY               PIC X(8).
           05  KA-OLDEST-PERIODS   PIC 9(4).
           05  KA-BALANCE          PIC 9(9)V99.
           05  KA-REASON           PIC X(30).
