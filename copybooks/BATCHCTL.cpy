      * reading step must end RC=8 and nothing downstream may trust
      * its results. Both records ride in TRANSACTION-RECORD slots
      * and are recognized by the HDR/TRL tag where TR-ID starts.
      * BCH-CYCLE is the processing cycle of the run that wrote the
      * file - the chain's own merged and ACK files stamp it; it is
      * blank on the branches' transfer files.
       01  BATCH-HEADER-RECORD.
           05  BCH-RECORD-TYPE PIC X(3).
           05  BCH-FILE-DATE   PIC X(8).
           05  BCH-SOURCE      PIC X(8).
           05  BCH-CYCLE       PIC X.

       01  BATCH-TRAILER-RECORD.
           05  BCT-RECORD-TYPE PIC X(3).
