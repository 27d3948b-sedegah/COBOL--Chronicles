      * Exception summary step: rolls today's CALCEXC.DAT up by
      * error code, folds the counts into the EXCHIST.DAT history
      * (rewritten to EXCHIST.NEW and promoted by the batch driver,
      * replacing any earlier counts for the same business date and
      * processing cycle so a rerun cannot double them, while a
      * second cycle of the date adds rows of its own), and prints
      * the run's counts plus the recent-run trend to EXCSUM.RPT -
      * the early warning that an upstream feed has started
      * producing garbage, without anyone opening CALCEXC.DAT by
      * hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  EXCEPTION-REC       PIC X(60).

       FD  HIST-IN-FILE.
       01  HIST-IN-REC         PIC X(20).

       FD  HIST-OUT-FILE.
       01  HIST-OUT-REC        PIC X(20).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-REC  PIC X(60).
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-EXC-IX           PIC 9(3) VALUE ZERO.
       77  WS-HIST-CYCLE       PIC X.

       COPY EXCLINE.

           05  EH-DATE         PIC X(8).
           05  EH-CODE         PIC X(4).
           05  EH-COUNT        PIC 9(7).
           05  EH-CYCLE        PIC X.

       01  SUM-HEADER-1.
           05  FILLER          PIC X(30)
               VALUE "EXCEPTION SUMMARY FOR         ".
           05  SH1-RUN-DATE    PIC X(8).
           05  FILLER          PIC X(7)  VALUE " CYCLE ".
           05  SH1-CYCLE       PIC 9.

       01  SUM-TODAY-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.

       01  SUM-TREND-LINE.
           05  TL-DATE         PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  TL-CYCLE        PIC X.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TL-CODE         PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
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

      * A missing exception file means a clean day - still worth a
               END-IF
           END-IF.

      * Carry every prior date and cycle forward untouched, drop
      * any earlier rows for this date and cycle (a rerun replaces,
      * never doubles), then append this run's per-code counts -
      * zero counts included, so a clean day shows up in the trend
      * as a good day rather than a gap.
       REBUILD-HISTORY-FILE.
           OPEN OUTPUT HIST-OUT-FILE
           OPEN INPUT HIST-IN-FILE
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HIST-IN-REC TO EXC-HISTORY-RECORD
                           PERFORM SET-HISTORY-CYCLE
                           IF EH-DATE NOT = WS-RUN-DATE
                                   OR WS-HIST-CYCLE
                                       NOT = PC-CYCLE-NUMBER
                               WRITE HIST-OUT-REC
                                   FROM EXC-HISTORY-RECORD
                               ADD 1 TO WS-HIST-KEPT-COUNT
               MOVE "E000"      TO EH-CODE
               MOVE WS-EXC-IX(3:1) TO EH-CODE(4:1)
               MOVE WS-EXC-COUNT (WS-EXC-IX) TO EH-COUNT
               MOVE PC-CYCLE-NUMBER TO EH-CYCLE
               WRITE HIST-OUT-REC FROM EXC-HISTORY-RECORD
               ADD 1 TO WS-HIST-ADDED-COUNT
           END-PERFORM
           CLOSE HIST-OUT-FILE.

      * History rows written before cycles existed carry no cycle
      * and are taken as cycle 1.
       SET-HISTORY-CYCLE.
           MOVE EH-CYCLE TO WS-HIST-CYCLE
           IF WS-HIST-CYCLE = SPACE
               MOVE "1" TO WS-HIST-CYCLE
           END-IF.

       PRINT-SUMMARY-REPORT.
           MOVE WS-RUN-DATE TO SH1-RUN-DATE
           MOVE PC-CYCLE-NUMBER TO SH1-CYCLE
           WRITE SUMMARY-REPORT-REC FROM SUM-HEADER-1
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > 8
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE HIST-OUT-REC TO EXC-HISTORY-RECORD
                       PERFORM SET-HISTORY-CYCLE
                       MOVE EH-DATE  TO TL-DATE
                       MOVE WS-HIST-CYCLE TO TL-CYCLE
                       MOVE EH-CODE  TO TL-CODE
                       MOVE EH-COUNT TO TL-COUNT
                       WRITE SUMMARY-REPORT-REC FROM SUM-TREND-LINE
           MOVE "EXC-SUMMARY"    TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "EXC-SUMMARY"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-EXC-READ-COUNT TO RL-INPUT-COUNT
           MOVE WS-HIST-ADDED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
