      * section, rolled up per term, and rolled up again into grand
      * totals, so nobody has to split GRADEDIST.DAT by hand when a
      * department head asks for one section's numbers.
      * Incompletes (I) and withdrawals (W) have no score: they are
      * counted on their own lines under each block, outside the
      * student count the percentages and the average are taken on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  CC-REC              PIC 9(7).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.
           05  WS-CURR-SECTION     PIC X(3).

      * One accumulator block per control-break level. Band slots
      * run A, B, C, D, F left to right, then the unscored I and W.
      * The student count and score total take the A-F bands only.
       01  WS-BAND-LETTERS     PIC X(7) VALUE "ABCDFIW".
       01  WS-SECTION-TOTALS.
           05  WS-SEC-BAND-COUNT PIC 9(5) OCCURS 7 TIMES.
           05  WS-SEC-STUDENTS   PIC 9(5).
           05  WS-SEC-SCORE      PIC 9(9).
       01  WS-TERM-TOTALS.
           05  WS-TRM-BAND-COUNT PIC 9(5) OCCURS 7 TIMES.
           05  WS-TRM-STUDENTS   PIC 9(5).
           05  WS-TRM-SCORE      PIC 9(9).
       01  WS-GRAND-TOTALS.
           05  WS-GRD-BAND-COUNT PIC 9(5) OCCURS 7 TIMES
                                 VALUE ZERO.
           05  WS-GRD-STUDENTS   PIC 9(5) VALUE ZERO.
           05  WS-GRD-SCORE      PIC 9(9) VALUE ZERO.
      * Staging block the shared print paragraphs work from, so the
      * same code prints a section, a term, or the grand totals.
       01  WS-PRINT-TOTALS.
           05  WS-P-BAND-COUNT   PIC 9(5) OCCURS 7 TIMES.
           05  WS-P-STUDENTS     PIC 9(5).
           05  WS-P-SCORE        PIC 9(9).

           05  DL-PERCENT      PIC ZZ9.99.
           05  FILLER          PIC X     VALUE "%".

       01  UNSCORED-LINE.
           05  UL-BAND         PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  FILLER          PIC X(8)  VALUE "COUNT: ".
           05  UL-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(18) VALUE " NOT IN AVERAGE".

       01  AVERAGE-LINE.
           05  FILLER          PIC X(16) VALUE "CLASS AVERAGE: ".
           05  AL-AVERAGE      PIC ZZ9.99.
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

       READ-CONTROL-COUNT.
           MOVE "GRADE-SUMMARY"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "GRADE-SUMMARY"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-INPUT-COUNT   TO RL-INPUT-COUNT
           MOVE WS-OUTPUT-COUNT  TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           ADD 1 TO WS-SEC-BAND-COUNT (WS-BAND-IX)
           ADD 1 TO WS-TRM-BAND-COUNT (WS-BAND-IX)
           ADD 1 TO WS-GRD-BAND-COUNT (WS-BAND-IX)
           IF WS-BAND-IX NOT > 5
               ADD 1 TO WS-SEC-STUDENTS
               ADD 1 TO WS-TRM-STUDENTS
               ADD 1 TO WS-GRD-STUDENTS
               ADD GR-SCORE TO WS-SEC-SCORE
               ADD GR-SCORE TO WS-TRM-SCORE
               ADD GR-SCORE TO WS-GRD-SCORE
           END-IF.

       SET-BAND-INDEX.
           EVALUATE GR-GRADE
                   MOVE 3 TO WS-BAND-IX
               WHEN "D"
                   MOVE 4 TO WS-BAND-IX
               WHEN "I"
                   MOVE 6 TO WS-BAND-IX
               WHEN "W"
                   MOVE 7 TO WS-BAND-IX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IX
           END-EVALUATE.
       CLEAR-SECTION-TOTALS.
           MOVE ZERO TO WS-SEC-STUDENTS WS-SEC-SCORE
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 7
               MOVE ZERO TO WS-SEC-BAND-COUNT (WS-BAND-IX)
           END-PERFORM.

       CLEAR-TERM-TOTALS.
           MOVE ZERO TO WS-TRM-STUDENTS WS-TRM-SCORE
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 7
               MOVE ZERO TO WS-TRM-BAND-COUNT (WS-BAND-IX)
           END-PERFORM.

                   UNTIL WS-BAND-IX > 5
               PERFORM PRINT-BAND-LINE
           END-PERFORM
           PERFORM VARYING WS-BAND-IX FROM 6 BY 1
                   UNTIL WS-BAND-IX > 7
               PERFORM PRINT-UNSCORED-LINE
           END-PERFORM
           MOVE ZERO TO WS-CLASS-AVERAGE
           IF WS-P-STUDENTS > ZERO
               COMPUTE WS-CLASS-AVERAGE =
                   WS-P-SCORE / WS-P-STUDENTS
           END-IF
           MOVE WS-CLASS-AVERAGE TO AL-AVERAGE
           WRITE DIST-REC FROM AVERAGE-LINE
           ADD 1 TO WS-OUTPUT-COUNT
           ADD 1 TO WS-OUTPUT-COUNT.

       PRINT-BAND-LINE.
           MOVE ZERO TO WS-BAND-PERCENT
           IF WS-P-STUDENTS > ZERO
               COMPUTE WS-BAND-PERCENT =
                   (WS-P-BAND-COUNT (WS-BAND-IX) * 100)
                   / WS-P-STUDENTS
           END-IF
           MOVE WS-BAND-LETTERS (WS-BAND-IX:1) TO DL-BAND
           MOVE WS-P-BAND-COUNT (WS-BAND-IX)   TO DL-COUNT
           MOVE WS-BAND-PERCENT TO DL-PERCENT
           WRITE DIST-REC FROM DIST-LINE
           ADD 1 TO WS-OUTPUT-COUNT.

      * I and W lines carry a count only - they are not part of the
      * graded population the percentages are taken over.
       PRINT-UNSCORED-LINE.
           MOVE WS-BAND-LETTERS (WS-BAND-IX:1) TO UL-BAND
           MOVE WS-P-BAND-COUNT (WS-BAND-IX)   TO UL-COUNT
           WRITE DIST-REC FROM UNSCORED-LINE
           ADD 1 TO WS-OUTPUT-COUNT.
