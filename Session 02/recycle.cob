       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.
               AT END
                   MOVE "N" TO WS-PARM-OK-SW
               NOT AT END
                   IF PARM-REC(26:1) = SPACE
                       MOVE "1" TO PARM-REC(26:1)
                   END-IF
                   MOVE PARM-REC TO PARM-CARD-RECORD
           END-READ
           CLOSE PARM-FILE
               STOP RUN
           END-IF
           DISPLAY "PARM: BUSINESS DATE " PC-BUSINESS-DATE
               " CYCLE " PC-CYCLE-NUMBER
               " CHECKPOINT " PC-CHECKPOINT-INTERVAL
               " PAGE SIZE " PC-LINES-PER-PAGE.

                   OR PC-LINES-PER-PAGE = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD LINES PER PAGE"
           END-IF
           IF PC-CYCLE-NUMBER NOT NUMERIC
                   OR PC-CYCLE-NUMBER = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CYCLE NUMBER"
           END-IF.

       OPEN-RUN-LOG.
           MOVE "REJECT-RECYCLE"  TO RL-PROGRAM-ID
           MOVE "START"           TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO              TO RL-INPUT-COUNT
           MOVE ZERO              TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "REJECT-RECYCLE"  TO RL-PROGRAM-ID
           MOVE "END"             TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-INPUT-COUNT    TO RL-INPUT-COUNT
           MOVE WS-RELEASED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
      * items check only what this step can check - the score - and
      * ride back through CONDITION-DEMO's enrollment and section
      * master edits on arrival, which re-reject anything still bad.
      * CALC items rejected for their client (R006/R007) are the same:
      * the client master is the calculator's to read, so they are
      * released and re-checked against it when they arrive.
       REVALIDATE-TRANSACTION.
           MOVE "N" TO WS-REJECT-SW
           IF WS-CURRENT-SOURCE = "GRADE"
