      * once. Driven by a one-letter request card in RUNLOCKQ.DAT:
      *   E  enqueue - take the lock, recording the business date,
      *      start time and process; RC=8 if another run holds it
      *   D  dequeue - release the lock at the end of a clean chain;
      *      a lock held by SYS-BACKUP or DR-RESTORE is not the
      *      chain's to release and is left in place
      *   I  inspect - show who holds the lock, RC=4 when held
      *   F  force-release a stale lock left behind by a crash -
      *      the operator's tool, used only after confirming the
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.
               DISPLAY "CHAIN ALREADY RUNNING: " WS-HELD-PROCESS
                   " SINCE " WS-HELD-STAMP
                   " FOR " WS-HELD-DATE
               IF WS-HELD-PROCESS = "DR-RESTORE"
                   DISPLAY "FILES RESTORED BUT NOT YET PROVEN - RUN "
                       "THE RESTORE VERIFY BEFORE RETRYING"
               ELSE
                   DISPLAY "IF THAT RUN IS DEAD, INSPECT AND FORCE-"
                       "RELEASE THE LOCK BEFORE RETRYING"
               END-IF
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "ENQBUSY" TO WS-ALERT-CODE
               MOVE "ENQUEUE REFUSED - CHAIN ALREADY RUNNING"
               PERFORM WRITE-HELD-LOCK
               PERFORM WRITE-RUNNING-EVENT
               DISPLAY "ENQUEUED: DAILY-CHAIN FOR " WS-RUN-DATE
                   " CYCLE " PC-CYCLE-NUMBER
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Only the chain's own lock is the chain's to release - a
      * backup or a restore still proving its files keeps the gate
      * shut until it releases the lock itself.
       DEQUEUE-THE-CHAIN.
           EVALUATE TRUE
               WHEN WS-LOCK-HELD-SW = "N"
                   DISPLAY "NO LOCK HELD - NOTHING TO RELEASE"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-HELD-PROCESS NOT = "DAILY-CHAIN"
                   DISPLAY "LOCK HELD BY " WS-HELD-PROCESS
                       " - NOT RELEASED BY THE CHAIN"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WRITE-RELEASED-LOCK
                   PERFORM WRITE-END-EVENT
                   DISPLAY "RELEASED: DAILY-CHAIN LOCK FOR "
                       WS-HELD-DATE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       INSPECT-THE-LOCK.
           IF WS-LOCK-HELD-SW = "Y"
           MOVE "DAILY-CHAIN"    TO RL-PROGRAM-ID
           MOVE "RUN"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD
           MOVE "DAILY-CHAIN"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD
               AT END
                   MOVE "N" TO WS-PARM-OK-SW
               NOT AT END
                   IF PARM-REC(26:1) = SPACE
                       MOVE "1" TO PARM-REC(26:1)
                   END-IF
                   MOVE PARM-REC TO PARM-CARD-RECORD
           END-READ
           CLOSE PARM-FILE
                   OR PC-LINES-PER-PAGE = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD LINES PER PAGE"
           END-IF
           IF PC-CYCLE-NUMBER NOT NUMERIC
                   OR PC-CYCLE-NUMBER = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CYCLE NUMBER"
           END-IF.

       LOAD-CALENDAR-FILE.
