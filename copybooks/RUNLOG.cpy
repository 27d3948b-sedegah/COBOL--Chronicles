      * A step that ends fatally (RC>=8) suppresses its END event:
      * an END on file means the step completed cleanly, which is
      * what the batch driver's step-level restart check relies on.
      * RL-CYCLE is the parameter card's cycle number, so the END of
      * a step in cycle 1 does not skip the same step in cycle 2;
      * events logged before cycles existed carry a blank there,
      * which every reader takes as cycle 1.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID       PIC X(15).
           05  RL-EVENT-TYPE       PIC X(5).
           05  RL-TIMESTAMP        PIC X(14).
           05  RL-INPUT-COUNT      PIC 9(7).
           05  RL-OUTPUT-COUNT     PIC 9(7).
           05  RL-CYCLE            PIC X.
