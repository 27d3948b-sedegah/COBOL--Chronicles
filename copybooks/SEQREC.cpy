      * and a unique, gap-free batch sequence number so any report
      * line can be traced back to the exact input record and run
      * that produced it. SQ-TRAN-DATA carries the full
      * TRANSACTION-RECORD image unchanged; SQ-CYCLE is the
      * processing cycle of the run within its date.
       01  STAMPED-RECORD.
           05  SQ-BATCH-SEQ    PIC 9(9).
           05  SQ-RUN-DATE     PIC X(8).
           05  SQ-TRAN-DATA    PIC X(47).
           05  SQ-CYCLE        PIC X.
