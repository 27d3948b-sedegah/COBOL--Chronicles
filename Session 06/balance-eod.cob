       PROGRAM-ID. EOD-BALANCE.

      * End-of-day balancing certificate for the daily chain. Reads
      * today's END events for the parameter card's processing
      * cycle from RUNLOG.DAT (the latest END per step wins, so a
      * rerun supersedes the failed attempt, and an earlier cycle's
      * ENDs never stand in for this one's), confirms every step of
      * the cycle finished, and balances each producer
      * against its consumer - most importantly CONDITION-DEMO's
      * student output against GRADE-SUMMARY's input, and the roster
      * count in against the grades written out. Anything missing or
      * out of balance ends the step RC=8 so an unbalanced day
      * cannot quietly complete. The step logs its own START and,
      * only when the day balanced, its END - SYSTEM-BACKUP takes
      * that END as the proof the day finished clean.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "EODBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy. Only the cycle number is taken
      * from it here, to pick out this cycle's run-log events.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-REC  PIC X(75).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-LOG-CYCLE        PIC X.
       77  WS-RUN-DATE         PIC X(8).
       77  WS-BALANCED-SW      PIC X VALUE "Y".
       77  WS-STEP-IX          PIC 9(2) COMP VALUE ZERO.
       77  WS-LOG-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-ENDED-COUNT      PIC 9(7) VALUE ZERO.

      * The steps of the daily chain in running order. An entry
      * with no END event today is a step that never finished.
           05  FILLER          PIC X(36)
               VALUE "END-OF-DAY BALANCING CERTIFICATE    ".
           05  BH1-RUN-DATE    PIC X(8).
           05  FILLER          PIC X(7)  VALUE " CYCLE ".
           05  BH1-CYCLE       PIC X.

       01  BAL-HEADER-2.
           05  FILLER          PIC X(15) VALUE "STEP".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-CYCLE-NUMBER
           PERFORM LOAD-STEP-TABLE
      * No fallback to OPEN OUTPUT here: a run log that is not there
      * has nothing to balance, and must not be created empty.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RUNLOG.DAT NOT FOUND - NOTHING TO BALANCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-LOG-START
           CLOSE RUN-LOG-FILE
           OPEN INPUT RUN-LOG-FILE
           OPEN OUTPUT BALANCE-REPORT-FILE

           PERFORM UNTIL WS-EOF-SWITCH = "Y"
           CLOSE RUN-LOG-FILE
           CLOSE BALANCE-REPORT-FILE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so an unbalanced day never reads as
      * complete to the backup.
           IF RETURN-CODE < 8
               OPEN EXTEND RUN-LOG-FILE
               PERFORM WRITE-RUN-LOG-END
               CLOSE RUN-LOG-FILE
           END-IF

           STOP RUN.

       LOAD-STEP-TABLE.
               DISPLAY "END-OF-DAY BALANCING: ALL CHECKS PASSED"
           END-IF.

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

      * Events logged before cycles existed carry no cycle and
      * count as cycle 1.
       CAPTURE-TODAYS-END-EVENT.
           MOVE RL-CYCLE TO WS-LOG-CYCLE
           IF WS-LOG-CYCLE = SPACE
               MOVE "1" TO WS-LOG-CYCLE
           END-IF
           IF RL-EVENT-TYPE = "END"
                   AND RL-TIMESTAMP(1:8) = WS-RUN-DATE
                   AND WS-LOG-CYCLE = WS-RUN-CYCLE
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-COUNT
                   IF WS-STEP-NAME (WS-STEP-IX) = RL-PROGRAM-ID

       PRINT-STEP-SECTION.
           MOVE WS-RUN-DATE TO BH1-RUN-DATE
           MOVE WS-RUN-CYCLE TO BH1-CYCLE
           WRITE BALANCE-REPORT-REC FROM BAL-HEADER-1
           WRITE BALANCE-REPORT-REC FROM BAL-HEADER-2
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               MOVE WS-STEP-OUTPUT (WS-STEP-IX) TO BS-OUTPUT
               IF WS-STEP-FOUND (WS-STEP-IX) = "Y"
                   MOVE "ENDED"        TO BS-STATUS
                   ADD 1 TO WS-ENDED-COUNT
               ELSE
                   MOVE "** NO END **" TO BS-STATUS
                   MOVE "N" TO WS-BALANCED-SW
                   DISPLAY "STEP NEVER ENDED THIS CYCLE: "
                       WS-STEP-NAME (WS-STEP-IX)
               END-IF
               WRITE BALANCE-REPORT-REC FROM BAL-STEP-LINE
               MOVE "DAY OUT OF BALANCE - INVESTIGATE" TO BV-TEXT
           END-IF
           WRITE BALANCE-REPORT-REC FROM BAL-VERDICT-LINE.

       WRITE-RUN-LOG-START.
           MOVE "EOD-BALANCE"    TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "EOD-BALANCE"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-LOG-COUNT     TO RL-INPUT-COUNT
           MOVE WS-ENDED-COUNT   TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
