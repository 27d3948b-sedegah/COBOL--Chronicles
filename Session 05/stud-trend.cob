       PROGRAM-ID. STUDENT-TREND.

      * Term-over-term trend report from the student history master
      * STUHIST.DAT that GRADE-CERT posts as each section's grades
      * are certified by its instructor. The term code CCYYTT does
      * not sort chronologically ("2026FA" files ahead of "2026SP"
      * although spring comes first), so the
      * history is sorted by student, year and a calendar sequence
      * mapped from the term code before the deltas are computed;
      * the report lists every term's score and flags a move of ten
      * points or more against the prior term as significant
      * improvement or decline - the history the advisors used to
      * keep by hand. An Incomplete (I) or withdrawal (W) term has
      * no score: it is listed as not scored and the next scored
      * term is measured against the last one that was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  HISTORY-FILE.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-HISTORY-STATUS   PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-PRIOR-STUDENT    PIC X(9) VALUE SPACES.
       77  WS-PRIOR-SCORE      PIC 9(3) VALUE ZERO.
       77  WS-FIRST-TERM-SW    PIC X VALUE "Y".
               STOP RUN
           END-IF
           OPEN OUTPUT TREND-REPORT-FILE
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           WRITE TREND-REPORT-REC FROM TREND-HEADER-1
                   MOVE 9 TO SW-TERM-SEQ
           END-EVALUATE.

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
           MOVE "STUDENT-TREND"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "STUDENT-TREND"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-HISTORY-COUNT TO RL-INPUT-COUNT
           MOVE WS-HISTORY-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE SR-SCORE      TO TL-SCORE
           MOVE SR-GRADE      TO TL-GRADE

           IF SR-GRADE = "I" OR SR-GRADE = "W"
               MOVE ZERO TO TL-DELTA
               MOVE "NOT SCORED" TO TL-TREND
           ELSE
               PERFORM MEASURE-SCORED-TERM
           END-IF
           WRITE TREND-REPORT-REC FROM TREND-LINE.

       MEASURE-SCORED-TERM.
           IF WS-FIRST-TERM-SW = "Y"
               MOVE "N" TO WS-FIRST-TERM-SW
               MOVE ZERO TO TL-DELTA
               END-EVALUATE
           END-IF

           MOVE SR-SCORE TO WS-PRIOR-SCORE.

       PRINT-RECONCILIATION.
           DISPLAY "===== TREND RECONCILIATION =====".
