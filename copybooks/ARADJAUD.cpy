      * Adjustment audit image, ARADJAUD.DAT - one record per memo
      * AR-ADJUST applied, carrying the memo card as keyed and the
      * invoice's balance due before and after it, so every change
      * to a receivable since billing can be traced to a card and
      * an authorizer. Appended, never rewritten.
       01  AR-ADJUST-AUDIT-RECORD.
           05  AA-TIMESTAMP    PIC X(14).
           05  AA-RUN-DATE     PIC X(8).
           05  AA-MEMO         PIC X(43).
           05  AA-OLD-BALANCE  PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  AA-NEW-BALANCE  PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  AA-NEW-STATUS   PIC X.
