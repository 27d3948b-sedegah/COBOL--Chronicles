      * record, one DTL record per master record in key order, and
      * one TRL record whose count and value totals let the reload
      * (and the operator) prove the copy is complete before it is
      * trusted. The detail image is the whole master record,
      * last-activity date and transaction count included; images
      * written before either widening are shorter, and the reload
      * side seeds whatever they lack.
       01  BACKUP-HEADER-RECORD.
           05  BH-RECORD-TYPE  PIC X(3).
           05  BH-BACKUP-DATE  PIC X(8).

       01  BACKUP-DETAIL-RECORD.
           05  BD-RECORD-TYPE  PIC X(3).
           05  BD-MASTER-IMAGE PIC X(73).

       01  BACKUP-TRAILER-RECORD.
           05  BT-RECORD-TYPE  PIC X(3).
