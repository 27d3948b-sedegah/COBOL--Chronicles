               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy. Only the cycle number is taken
      * from it here, to stamp on the run-log events.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AUDIT-FILE.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-OLD-STATUS       PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-LOAD-DONE-SW     PIC X VALUE "N".
       77  WS-BALANCE-SW       PIC X VALUE "Y".

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      * This step does not otherwise run off the parameter card,
      * so a missing card or one with no cycle number keyed is
      * not an error here - the run is simply cycle 1.
       READ-CYCLE-NUMBER.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-REC(26:1) NUMERIC
                               AND PARM-REC(26:1) NOT = "0"
                           MOVE PARM-REC(26:1) TO WS-RUN-CYCLE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
           MOVE "AUDIT-CONVERT"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "AUDIT-CONVERT"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-READ-COUNT    TO RL-INPUT-COUNT
           MOVE WS-LOADED-COUNT  TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
