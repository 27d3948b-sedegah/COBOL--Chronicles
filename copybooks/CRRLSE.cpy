      * Supervisor credit-release card, CRRLSE.DAT, one per client
      * let off credit hold ahead of payment: the client prefix, the
      * last business date the release stands, who authorized it
      * and why. CREDIT-RELEASE applies each card to CRHOLD.DAT; a
      * card for a client not on hold, or without an authorizer,
      * reason or a usable date, is rejected.
       01  CREDIT-RELEASE-RECORD.
           05  KR-CLIENT           PIC X(3).
           05  KR-RELEASE-UNTIL    PIC X(8).
           05  KR-AUTHORIZER       PIC X(8).
           05  KR-REASON           PIC X(30).
