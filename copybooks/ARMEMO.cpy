      * Credit or debit memo card keyed by finance, one per invoice
      * adjustment: the client prefix and billing period of the open
      * invoice it adjusts, the amount, C for a credit memo or D for
      * a debit memo, the reason code and who authorized it. AR-
      * ADJUST applies each card to ARMSTR.DAT; a card against a
      * period not on file, or a credit bigger than the open
      * balance, is rejected rather than pushing an invoice negative.
       01  MEMO-RECORD.
           05  ME-CLIENT       PIC X(3).
           05  ME-PERIOD       PIC X(6).
           05  ME-AMOUNT       PIC 9(9)V99.
           05  ME-TYPE         PIC X.
           05  ME-REASON-CODE  PIC X(4).
           05  ME-AUTHORIZER   PIC X(8).
           05  ME-REFERENCE    PIC X(10).
