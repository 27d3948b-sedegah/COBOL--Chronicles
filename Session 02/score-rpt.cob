       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECARD-RPT.

      * Monthly branch scorecard. Rolls the business month's rows of
      * the SCOREHST.DAT history BRANCH-SCORE keeps up per branch -
      * days and cycles delivered, volume, on-time delivery against
      * the registry window, first-pass control balancing, control
      * failures, reject and duplicate rates - ranks the branches,
      * and flags every branch that missed a level agreed on the
      * SCORTHR.DAT threshold cards (see copybooks/SCORTHR.cpy). The
      * ranking is fewest thresholds missed first, then the best
      * on-time rate, then the lowest reject-plus-duplicate rate,
      * so the branch at the bottom is the one to call. A second
      * section breaks each branch's rejects down by reason code
      * as a share of its volume. The month is the business month
      * of the parameter card's date. Any branch flagged ends the
      * step RC=4 with an alert - look at SCORECRD.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "SCOREHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO "SCORTHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SCORWRK.TMP".

           SELECT REPORT-FILE ASSIGN TO "SCORECRD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Structured alerts shared by the whole chain - see
      * copybooks/ALERTREC.cpy. ALERT-DIGEST rolls them up at the
      * end of the night so the console is not the only record.
           SELECT ALERT-FILE ASSIGN TO "../../ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy for the knobs it carries.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC            PIC X(116).

       FD  THRESHOLD-FILE.
       COPY SCORTHR.

      * One record per branch, keyed for the ranking: thresholds
      * missed, then the nines-complement of the on-time rate so
      * the best rate sorts first, then the bad-data rate.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-MISSED       PIC 9.
           05  SW-ON-TIME-DESC PIC 9(3)V9.
           05  SW-BAD-PCT      PIC 9(3)V9.
           05  SW-BRANCH       PIC X(3).
           05  SW-BX           PIC 9(3).
           05  SW-ON-TIME-PCT  PIC 9(3)V9.
           05  SW-FIRST-PCT    PIC 9(3)V9.
           05  SW-REJECT-PCT   PIC 9(3)V9.
           05  SW-DUP-PCT      PIC 9(3)V9.
           05  SW-FLAG-LATE    PIC X(4).
           05  SW-FLAG-REJECT  PIC X(4).
           05  SW-FLAG-DUP     PIC X(4).
           05  SW-FLAG-CONTROL PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(90).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-HIST-STATUS      PIC XX.
       77  WS-THRESHOLD-STATUS PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-PERIOD           PIC X(6).
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-BX               PIC 9(3) COMP VALUE ZERO.
       77  WS-TX               PIC 9(3) COMP VALUE ZERO.
       77  WS-RX               PIC 9(3) COMP VALUE ZERO.
       77  WS-RANK             PIC 9(3) VALUE ZERO.
       77  WS-MISSED           PIC 9 VALUE ZERO.
       77  WS-PCT              PIC 9(3)V9 VALUE ZERO.
       77  WS-REASON-DIGIT     PIC 9 VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-HIST-READ-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-HIST-USED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-FLAGGED-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-TOTAL-RECORDS    PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-DUPLICATES PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-CTL-FAILS  PIC 9(5) VALUE ZERO.

      * The levels in force for the branch being ranked - its own
      * card if it has one, else the default.
       01  WS-LEVELS.
           05  WS-LV-MIN-ON-TIME   PIC 9(3)V9.
           05  WS-LV-MAX-REJECT    PIC 9(3)V9.
           05  WS-LV-MAX-DUPLICATE PIC 9(3)V9.
           05  WS-LV-MAX-CTL-FAILS PIC 9(3).

       01  WS-DEFAULT-LEVELS.
           05  WS-DF-MIN-ON-TIME   PIC 9(3)V9 VALUE 95.0.
           05  WS-DF-MAX-REJECT    PIC 9(3)V9 VALUE 5.0.
           05  WS-DF-MAX-DUPLICATE PIC 9(3)V9 VALUE 2.0.
           05  WS-DF-MAX-CTL-FAILS PIC 9(3)   VALUE 2.

      * Branch-specific threshold cards.
       01  WS-THRESHOLD-TABLE.
           05  WS-TH-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  WS-TH-ENTRY OCCURS 20 TIMES.
               10  WS-TH-BRANCH        PIC X(3).
               10  WS-TH-MIN-ON-TIME   PIC 9(3)V9.
               10  WS-TH-MAX-REJECT    PIC 9(3)V9.
               10  WS-TH-MAX-DUPLICATE PIC 9(3)V9.
               10  WS-TH-MAX-CTL-FAILS PIC 9(3).

      * The month rolled up per branch, in order of first appearance
      * on the history.
       01  WS-BRANCH-TABLE.
           05  WS-BA-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  WS-BA-ENTRY OCCURS 20 TIMES.
               10  WS-BA-BRANCH        PIC X(3).
               10  WS-BA-LAST-DATE     PIC X(8).
               10  WS-BA-DAYS          PIC 9(3).
               10  WS-BA-CYCLES        PIC 9(3).
               10  WS-BA-ON-TIME       PIC 9(3).
               10  WS-BA-TIMED         PIC 9(3).
               10  WS-BA-FIRST-OK      PIC 9(3).
               10  WS-BA-FIRST-KNOWN   PIC 9(3).
               10  WS-BA-CTL-FAILS     PIC 9(5).
               10  WS-BA-RECORDS       PIC 9(9).
               10  WS-BA-REJECTED      PIC 9(9).
               10  WS-BA-DUPLICATES    PIC 9(9).
               10  WS-BA-REASON        PIC 9(7) OCCURS 9 TIMES.

       COPY BRSCORE.

       COPY PARMCARD.

       COPY ALERTREC.

       01  RPT-HEADER-1.
           05  FILLER          PIC X(30)
               VALUE "BRANCH SERVICE SCORECARD FOR  ".
           05  RH1-PERIOD      PIC X(6).

       01  RPT-HEADER-2.
           05  FILLER          PIC X(5)  VALUE "RANK ".
           05  FILLER          PIC X(5)  VALUE "BRN  ".
           05  FILLER          PIC X(5)  VALUE "DAYS ".
           05  FILLER          PIC X(5)  VALUE "CYCS ".
           05  FILLER          PIC X(9)  VALUE "  RECORDS".
           05  FILLER          PIC X(9)  VALUE "  ON-TIME".
           05  FILLER          PIC X(9)  VALUE "  1ST-BAL".
           05  FILLER          PIC X(6)  VALUE "  CTLF".
           05  FILLER          PIC X(8)  VALUE "    REJ%".
           05  FILLER          PIC X(8)  VALUE "    DUP%".
           05  FILLER          PIC X(18) VALUE "  MISSED".

       01  RPT-BRANCH-LINE.
           05  RB-RANK         PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RB-BRANCH       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RB-DAYS         PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RB-CYCLES       PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RB-RECORDS      PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RB-ON-TIME      PIC ZZ9.9.
           05  FILLER          PIC X     VALUE "%".
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RB-FIRST        PIC ZZ9.9.
           05  FILLER          PIC X     VALUE "%".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RB-CTL-FAILS    PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RB-REJECT       PIC ZZ9.9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RB-DUP          PIC ZZ9.9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RB-FLAG-LATE    PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  RB-FLAG-REJECT  PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  RB-FLAG-DUP     PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  RB-FLAG-CONTROL PIC X(4).

       01  RPT-REASON-HEADER-1.
           05  FILLER          PIC X(44)
               VALUE "REJECT RATE BY REASON CODE - % OF RECORDS".

       01  RPT-REASON-HEADER-2.
           05  FILLER          PIC X(3)  VALUE "BRN".
           05  RR-CODE-HEAD OCCURS 9 TIMES.
               10  FILLER      PIC X(3).
               10  RR-CODE     PIC X(4).

       01  RPT-REASON-LINE.
           05  RR-BRANCH       PIC X(3).
           05  RR-RATE-ENTRY OCCURS 9 TIMES.
               10  FILLER      PIC X(2).
               10  RR-RATE     PIC ZZ9.9.

       01  RPT-TEXT-LINE.
           05  RT-TEXT         PIC X(36).
           05  RT-COUNT        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           PERFORM LOAD-THRESHOLD-CARDS
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO RH1-PERIOD
           WRITE REPORT-REC FROM RPT-HEADER-1

           PERFORM ACCUMULATE-PERIOD
           IF WS-BA-COUNT = ZERO
               MOVE SPACES TO REPORT-REC
               STRING "NO SCORECARD HISTORY FOR " WS-PERIOD
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "NO SCORECARD HISTORY FOR " WS-PERIOD
           ELSE
               WRITE REPORT-REC FROM RPT-HEADER-2
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-MISSED SW-ON-TIME-DESC
                                    SW-BAD-PCT SW-BRANCH
                   INPUT PROCEDURE IS RELEASE-BRANCH-SCORES
                   OUTPUT PROCEDURE IS PRINT-RANKED-BRANCHES
               PERFORM PRINT-REASON-SECTION
           END-IF
           PERFORM PRINT-REPORT-TOTALS

           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE
           PERFORM WRITE-RUN-LOG-END

           CLOSE REPORT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-BA-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: NOTHING TO SCORE FOR "
                       WS-PERIOD
               WHEN WS-FLAGGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-FLAGGED-COUNT
                       " BRANCH(ES) MISSED AGREED THRESHOLDS - SEE"
                       " SCORECRD.RPT"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * The "***" card replaces the built-in default levels; every
      * other card is one branch's own agreement. No threshold file
      * at all just means the defaults apply everywhere.
       LOAD-THRESHOLD-CARDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-THRESHOLD-CARD
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               DISPLAY "NO SCORTHR.DAT - DEFAULT THRESHOLDS APPLY"
           END-IF.

       STORE-THRESHOLD-CARD.
           IF TH-MIN-ON-TIME NOT NUMERIC
                   OR TH-MAX-REJECT NOT NUMERIC
                   OR TH-MAX-DUPLICATE NOT NUMERIC
                   OR TH-MAX-CONTROL-FAILS NOT NUMERIC
               DISPLAY "THRESHOLD CARD FOR " TH-BRANCH
                   " NOT NUMERIC - IGNORED"
           ELSE
               IF TH-BRANCH = "***"
                   MOVE TH-MIN-ON-TIME   TO WS-DF-MIN-ON-TIME
                   MOVE TH-MAX-REJECT    TO WS-DF-MAX-REJECT
                   MOVE TH-MAX-DUPLICATE TO WS-DF-MAX-DUPLICATE
                   MOVE TH-MAX-CONTROL-FAILS TO WS-DF-MAX-CTL-FAILS
               ELSE
                   IF WS-TH-COUNT < 20
                       ADD 1 TO WS-TH-COUNT
                       MOVE TH-BRANCH TO WS-TH-BRANCH (WS-TH-COUNT)
                       MOVE TH-MIN-ON-TIME
                           TO WS-TH-MIN-ON-TIME (WS-TH-COUNT)
                       MOVE TH-MAX-REJECT
                           TO WS-TH-MAX-REJECT (WS-TH-COUNT)
                       MOVE TH-MAX-DUPLICATE
                           TO WS-TH-MAX-DUPLICATE (WS-TH-COUNT)
                       MOVE TH-MAX-CONTROL-FAILS
                           TO WS-TH-MAX-CTL-FAILS (WS-TH-COUNT)
                   ELSE
                       DISPLAY "THRESHOLD TABLE FULL - CARD FOR "
                           TH-BRANCH " IGNORED"
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-PERIOD.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NO SCOREHST.DAT - NO BRANCH HAS BEEN SCORED"
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           MOVE HIST-REC TO BRANCH-SCORE-RECORD
                           IF BS-DATE(1:6) = WS-PERIOD
                               PERFORM ACCUMULATE-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       ACCUMULATE-ONE-ROW.
           PERFORM FIND-BRANCH-ENTRY
           IF WS-BX > ZERO
               ADD 1 TO WS-HIST-USED-COUNT
               ADD 1 TO WS-BA-CYCLES (WS-BX)
               IF BS-DATE NOT = WS-BA-LAST-DATE (WS-BX)
                   ADD 1 TO WS-BA-DAYS (WS-BX)
                   MOVE BS-DATE TO WS-BA-LAST-DATE (WS-BX)
               END-IF
               IF BS-ARRIVAL = "O" OR BS-ARRIVAL = "L"
                   ADD 1 TO WS-BA-TIMED (WS-BX)
               END-IF
               IF BS-ARRIVAL = "O"
                   ADD 1 TO WS-BA-ON-TIME (WS-BX)
               END-IF
               IF BS-FIRST-BALANCED = "Y" OR BS-FIRST-BALANCED = "N"
                   ADD 1 TO WS-BA-FIRST-KNOWN (WS-BX)
               END-IF
               IF BS-FIRST-BALANCED = "Y"
                   ADD 1 TO WS-BA-FIRST-OK (WS-BX)
               END-IF
               ADD BS-CONTROL-FAILS TO WS-BA-CTL-FAILS (WS-BX)
               ADD BS-RECORDS       TO WS-BA-RECORDS (WS-BX)
               ADD BS-REJECTED      TO WS-BA-REJECTED (WS-BX)
               ADD BS-DUPLICATES    TO WS-BA-DUPLICATES (WS-BX)
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
                   ADD BS-REASON-REJECTS (WS-RX)
                       TO WS-BA-REASON (WS-BX, WS-RX)
               END-PERFORM
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BA-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-BA-BRANCH (WS-BX) = BS-BRANCH
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-BX
           ELSE
               IF WS-BA-COUNT < 20
                   ADD 1 TO WS-BA-COUNT
                   MOVE WS-BA-COUNT TO WS-BX
                   PERFORM START-BRANCH-ENTRY
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " BS-BRANCH
                       " ROW OF " BS-DATE " DROPPED"
                   MOVE ZERO TO WS-BX
               END-IF
           END-IF.

       START-BRANCH-ENTRY.
           MOVE BS-BRANCH TO WS-BA-BRANCH (WS-BX)
           MOVE SPACES    TO WS-BA-LAST-DATE (WS-BX)
           MOVE ZERO TO WS-BA-DAYS (WS-BX)
           MOVE ZERO TO WS-BA-CYCLES (WS-BX)
           MOVE ZERO TO WS-BA-ON-TIME (WS-BX)
           MOVE ZERO TO WS-BA-TIMED (WS-BX)
           MOVE ZERO TO WS-BA-FIRST-OK (WS-BX)
           MOVE ZERO TO WS-BA-FIRST-KNOWN (WS-BX)
           MOVE ZERO TO WS-BA-CTL-FAILS (WS-BX)
           MOVE ZERO TO WS-BA-RECORDS (WS-BX)
           MOVE ZERO TO WS-BA-REJECTED (WS-BX)
           MOVE ZERO TO WS-BA-DUPLICATES (WS-BX)
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               MOVE ZERO TO WS-BA-REASON (WS-BX, WS-RX)
           END-PERFORM.

       RELEASE-BRANCH-SCORES.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BA-COUNT
               PERFORM SCORE-ONE-BRANCH
           END-PERFORM.

      * A branch with no arrival recorded all month, or no first
      * pass known, cannot be scored down for it: those rates show
      * as 100%. Rates are of the branch's acknowledged volume.
       SCORE-ONE-BRANCH.
           MOVE WS-BA-BRANCH (WS-BX) TO SW-BRANCH
           MOVE WS-BX TO SW-BX
           MOVE 100.0 TO SW-ON-TIME-PCT
           IF WS-BA-TIMED (WS-BX) > ZERO
               COMPUTE SW-ON-TIME-PCT ROUNDED
                   = WS-BA-ON-TIME (WS-BX) * 100
                   / WS-BA-TIMED (WS-BX)
           END-IF
           MOVE 100.0 TO SW-FIRST-PCT
           IF WS-BA-FIRST-KNOWN (WS-BX) > ZERO
               COMPUTE SW-FIRST-PCT ROUNDED
                   = WS-BA-FIRST-OK (WS-BX) * 100
                   / WS-BA-FIRST-KNOWN (WS-BX)
           END-IF
           MOVE ZERO TO SW-REJECT-PCT
           MOVE ZERO TO SW-DUP-PCT
           IF WS-BA-RECORDS (WS-BX) > ZERO
               COMPUTE SW-REJECT-PCT ROUNDED
                   = WS-BA-REJECTED (WS-BX) * 100
                   / WS-BA-RECORDS (WS-BX)
               COMPUTE SW-DUP-PCT ROUNDED
                   = WS-BA-DUPLICATES (WS-BX) * 100
                   / WS-BA-RECORDS (WS-BX)
           END-IF
           COMPUTE SW-ON-TIME-DESC = 999.9 - SW-ON-TIME-PCT
           COMPUTE SW-BAD-PCT = SW-REJECT-PCT + SW-DUP-PCT
           PERFORM CHECK-BRANCH-THRESHOLDS
           MOVE WS-MISSED TO SW-MISSED
           RELEASE SORT-WORK-REC.

       CHECK-BRANCH-THRESHOLDS.
           PERFORM SET-BRANCH-LEVELS
           MOVE ZERO TO WS-MISSED
           MOVE SPACES TO SW-FLAG-LATE
           MOVE SPACES TO SW-FLAG-REJECT
           MOVE SPACES TO SW-FLAG-DUP
           MOVE SPACES TO SW-FLAG-CONTROL
           IF SW-ON-TIME-PCT < WS-LV-MIN-ON-TIME
               ADD 1 TO WS-MISSED
               MOVE "LATE" TO SW-FLAG-LATE
           END-IF
           IF SW-REJECT-PCT > WS-LV-MAX-REJECT
               ADD 1 TO WS-MISSED
               MOVE "REJ" TO SW-FLAG-REJECT
           END-IF
           IF SW-DUP-PCT > WS-LV-MAX-DUPLICATE
               ADD 1 TO WS-MISSED
               MOVE "DUP" TO SW-FLAG-DUP
           END-IF
           IF WS-BA-CTL-FAILS (WS-BX) > WS-LV-MAX-CTL-FAILS
               ADD 1 TO WS-MISSED
               MOVE "CTL" TO SW-FLAG-CONTROL
           END-IF
           IF WS-MISSED > ZERO
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "SLAMISS" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "BRANCH " SW-BRANCH " MISSED " WS-MISSED
                   " SERVICE THRESHOLD(S)"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.

       SET-BRANCH-LEVELS.
           MOVE WS-DF-MIN-ON-TIME   TO WS-LV-MIN-ON-TIME
           MOVE WS-DF-MAX-REJECT    TO WS-LV-MAX-REJECT
           MOVE WS-DF-MAX-DUPLICATE TO WS-LV-MAX-DUPLICATE
           MOVE WS-DF-MAX-CTL-FAILS TO WS-LV-MAX-CTL-FAILS
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TH-COUNT
               IF WS-TH-BRANCH (WS-TX) = SW-BRANCH
                   MOVE WS-TH-MIN-ON-TIME (WS-TX)
                       TO WS-LV-MIN-ON-TIME
                   MOVE WS-TH-MAX-REJECT (WS-TX)
                       TO WS-LV-MAX-REJECT
                   MOVE WS-TH-MAX-DUPLICATE (WS-TX)
                       TO WS-LV-MAX-DUPLICATE
                   MOVE WS-TH-MAX-CTL-FAILS (WS-TX)
                       TO WS-LV-MAX-CTL-FAILS
               END-IF
           END-PERFORM.

       PRINT-RANKED-BRANCHES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM PRINT-BRANCH-LINE
               END-RETURN
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       PRINT-BRANCH-LINE.
           ADD 1 TO WS-RANK
           MOVE SW-BX TO WS-BX
           MOVE WS-RANK              TO RB-RANK
           MOVE SW-BRANCH            TO RB-BRANCH
           MOVE WS-BA-DAYS (WS-BX)   TO RB-DAYS
           MOVE WS-BA-CYCLES (WS-BX) TO RB-CYCLES
           MOVE WS-BA-RECORDS (WS-BX) TO RB-RECORDS
           MOVE SW-ON-TIME-PCT       TO RB-ON-TIME
           MOVE SW-FIRST-PCT         TO RB-FIRST
           MOVE WS-BA-CTL-FAILS (WS-BX) TO RB-CTL-FAILS
           MOVE SW-REJECT-PCT        TO RB-REJECT
           MOVE SW-DUP-PCT           TO RB-DUP
           MOVE SW-FLAG-LATE         TO RB-FLAG-LATE
           MOVE SW-FLAG-REJECT       TO RB-FLAG-REJECT
           MOVE SW-FLAG-DUP          TO RB-FLAG-DUP
           MOVE SW-FLAG-CONTROL      TO RB-FLAG-CONTROL
           WRITE REPORT-REC FROM RPT-BRANCH-LINE
           ADD WS-BA-RECORDS (WS-BX)    TO WS-TOTAL-RECORDS
           ADD WS-BA-REJECTED (WS-BX)   TO WS-TOTAL-REJECTED
           ADD WS-BA-DUPLICATES (WS-BX) TO WS-TOTAL-DUPLICATES
           ADD WS-BA-CTL-FAILS (WS-BX)  TO WS-TOTAL-CTL-FAILS.

       PRINT-REASON-SECTION.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM RPT-REASON-HEADER-1
           MOVE SPACES TO RPT-REASON-HEADER-2
           MOVE "BRN" TO RPT-REASON-HEADER-2(1:3)
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               MOVE "R000" TO RR-CODE (WS-RX)
               MOVE WS-RX TO WS-REASON-DIGIT
               MOVE WS-REASON-DIGIT TO RR-CODE (WS-RX) (4:1)
           END-PERFORM
           WRITE REPORT-REC FROM RPT-REASON-HEADER-2
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BA-COUNT
               PERFORM PRINT-REASON-LINE
           END-PERFORM.

       PRINT-REASON-LINE.
           MOVE SPACES TO RPT-REASON-LINE
           MOVE WS-BA-BRANCH (WS-BX) TO RR-BRANCH
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               MOVE ZERO TO WS-PCT
               IF WS-BA-RECORDS (WS-BX) > ZERO
                   COMPUTE WS-PCT ROUNDED
                       = WS-BA-REASON (WS-BX, WS-RX) * 100
                       / WS-BA-RECORDS (WS-BX)
               END-IF
               MOVE WS-PCT TO RR-RATE (WS-RX)
           END-PERFORM
           WRITE REPORT-REC FROM RPT-REASON-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BRANCHES SCORED" TO RT-TEXT
           MOVE WS-BA-COUNT TO RT-COUNT
           WRITE REPORT-REC FROM RPT-TEXT-LINE
           MOVE "BRANCHES MISSING A THRESHOLD" TO RT-TEXT
           MOVE WS-FLAGGED-COUNT TO RT-COUNT
           WRITE REPORT-REC FROM RPT-TEXT-LINE
           MOVE "RECORDS ACKNOWLEDGED" TO RT-TEXT
           MOVE WS-TOTAL-RECORDS TO RT-COUNT
           WRITE REPORT-REC FROM RPT-TEXT-LINE
           MOVE "RECORDS REJECTED" TO RT-TEXT
           MOVE WS-TOTAL-REJECTED TO RT-COUNT
           WRITE REPORT-REC FROM RPT-TEXT-LINE
           MOVE "DUPLICATES SUPPRESSED" TO RT-TEXT
           MOVE WS-TOTAL-DUPLICATES TO RT-COUNT
           WRITE REPORT-REC FROM RPT-TEXT-LINE
           MOVE "FEED CONTROL FAILURES" TO RT-TEXT
           MOVE WS-TOTAL-CTL-FAILS TO RT-COUNT
           WRITE REPORT-REC FROM RPT-TEXT-LINE.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "SCORECARD-RPT"    TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "PARAMETER CARD PARMCARD.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "N" TO WS-PARM-OK-SW
               NOT AT END
                   IF PARM-REC(26:1) = SPACE
                       MOVE "1" TO PARM-REC(26:1)
                   END-IF
                   MOVE PARM-REC TO PARM-CARD-RECORD
           END-READ
           CLOSE PARM-FILE
           PERFORM VALIDATE-PARM-CARD
           IF WS-PARM-OK-SW = "N"
               DISPLAY "INVALID PARAMETER CARD - FIX PARMCARD.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PARM: BUSINESS DATE " PC-BUSINESS-DATE
               " CYCLE " PC-CYCLE-NUMBER
               " CHECKPOINT " PC-CHECKPOINT-INTERVAL
               " PAGE SIZE " PC-LINES-PER-PAGE.

       VALIDATE-PARM-CARD.
           IF PC-BUSINESS-DATE NOT NUMERIC
                   OR PC-BUSINESS-DATE(5:2) < "01"
                   OR PC-BUSINESS-DATE(5:2) > "12"
                   OR PC-BUSINESS-DATE(7:2) < "01"
                   OR PC-BUSINESS-DATE(7:2) > "31"
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD BUSINESS DATE '"
                   PC-BUSINESS-DATE "'"
           END-IF
           IF PC-CHECKPOINT-INTERVAL NOT NUMERIC
                   OR PC-CHECKPOINT-INTERVAL = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CHECKPOINT INTERVAL"
           END-IF
           IF PC-LINES-PER-PAGE NOT NUMERIC
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
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "SCORECARD-RPT"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "SCORECARD-RPT"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-HIST-USED-COUNT TO RL-INPUT-COUNT
           MOVE WS-BA-COUNT      TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== BRANCH SCORECARD =====".
           DISPLAY "PERIOD:                " WS-PERIOD.
           DISPLAY "HISTORY ROWS READ:     " WS-HIST-READ-COUNT.
           DISPLAY "ROWS IN THE PERIOD:    " WS-HIST-USED-COUNT.
           DISPLAY "BRANCHES SCORED:       " WS-BA-COUNT.
           DISPLAY "BRANCHES FLAGGED:      " WS-FLAGGED-COUNT.
