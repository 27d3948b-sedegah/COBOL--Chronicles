           SELECT SUMMARY-FILE ASSIGN TO "LOOPOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Stamped records for the downstream steps: run date and
      * cycle plus a unique, gap-free batch sequence number per
      * transaction. Written to SEQOUT.NEW and promoted to
      * SEQOUT.DAT by the batch driver once this step ends clean.
           SELECT STAMPED-FILE ASSIGN TO "SEQOUT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CK-LAST-SEQ     PIC 9(9).

       FD  STAMPED-FILE.
       01  STAMPED-REC         PIC X(65).

       FD  SEQ-CONTROL-FILE.
       01  SEQ-CONTROL-REC     PIC 9(9).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       01  COUNTER         PIC 9(7) VALUE 1.
           MOVE WS-LAST-SEQ        TO SQ-BATCH-SEQ
           MOVE PC-BUSINESS-DATE   TO SQ-RUN-DATE
           MOVE TRANSACTION-RECORD TO SQ-TRAN-DATA
           MOVE PC-CYCLE-NUMBER    TO SQ-CYCLE
           WRITE STAMPED-REC FROM STAMPED-RECORD
           ADD 1 TO WS-STAMPED-COUNT.

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

       SET-RETURN-CODE.
           MOVE "LoopExample"    TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "LoopExample"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE COUNTER          TO RL-INPUT-COUNT
           MOVE WS-STAMPED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
