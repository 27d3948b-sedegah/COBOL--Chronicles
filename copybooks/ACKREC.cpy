      *   REJ   rejected - the reason code says why
      *   HELD  future-dated, waiting until the held-until date
      *   DUP   suppressed as a duplicate resubmission
      *   CRHD  client on credit hold - parked on the credit-hold
      *         suspense with reason H001 until the hold clears
      * Each branch's file is bracketed with the standard HDR/TRL
      * controls carrying the count and NUM1/NUM2 hashes of that
      * branch's own records, so the branch balances what it got
      * back against what it sent without phoning the data center.
      * Ahead of the trailer comes one NTC notice per client of the
      * branch's that had work held for credit, carrying the count
      * held; notices are not details and the trailer does not
      * count them.
       01  ACK-RECORD.
           05  AK-TR-ID        PIC X(9).
           05  AK-OP-CODE      PIC X.
           05  AK-DISPOSITION  PIC X(4).
           05  AK-REASON-CODE  PIC X(4).
           05  AK-HELD-UNTIL   PIC X(8).

       01  ACK-NOTICE-RECORD.
           05  AN-RECORD-TYPE  PIC X(3).
           05  AN-CODE         PIC X(8).
           05  AN-CLIENT       PIC X(3).
           05  AN-COUNT        PIC 9(7).
           05  AN-TEXT         PIC X(11).
