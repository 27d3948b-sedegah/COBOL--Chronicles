       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
      * image of the same field arrives, the slot's image is known
      * to be superseded and can retire if past retention; the slot
      * left standing at the end of the ID is the field's newest
      * image and always stays live. The seventh slot holds the
      * ID's newest DELETED image, which MASTER-VERIFY needs live
      * to know the record is meant to be off the master.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-SLOT OCCURS 7 TIMES.
               10  WS-PD-USED      PIC X.
               10  WS-PD-FIELD     PIC X(10).
               10  WS-PD-KEY       PIC X(35).

       FIND-PENDING-SLOT.
           MOVE ZERO TO WS-PENDING-HIT
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
               IF WS-PD-USED (WS-PX) = "Y"
                   AND WS-PD-FIELD (WS-PX) = AM-FIELD-NAME
                   MOVE WS-PX TO WS-PENDING-HIT

       FIND-FREE-SLOT.
           MOVE ZERO TO WS-PENDING-HIT
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
               IF WS-PD-USED (WS-PX) = "N"
                   AND WS-PENDING-HIT = ZERO
                   MOVE WS-PX TO WS-PENDING-HIT
      * Whatever is still pending when the ID changes (or the file
      * ends) is the newest image per field - always live.
       KEEP-PENDING-SLOTS.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
               IF WS-PD-USED (WS-PX) = "Y"
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM.

       CLEAR-PENDING-SLOTS.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
               MOVE "N"    TO WS-PD-USED (WS-PX)
               MOVE SPACES TO WS-PD-FIELD (WS-PX)
           END-PERFORM.
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
               " RETENTION " PC-RETENTION-DAYS " DAYS".

       VALIDATE-PARM-CARD.
                   OR PC-RETENTION-DAYS = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD RETENTION DAYS"
           END-IF
           IF PC-CYCLE-NUMBER NOT NUMERIC
                   OR PC-CYCLE-NUMBER = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CYCLE NUMBER"
           END-IF.

       OPEN-RUN-LOG.
           MOVE "AUDIT-REORG"    TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "AUDIT-REORG"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-READ-COUNT    TO RL-INPUT-COUNT
           MOVE WS-MOVED-COUNT   TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
