      * and score total, so when the sorted stream is printed every
      * student line can carry their rank in TR-SECTION, their
      * percentile (the share of the section scoring below them),
      * and their delta from the section average. Incompletes (I)
      * and withdrawals (W) have no score to rank: they sort to the
      * foot of their section, are listed as not ranked, and stay
      * out of the section's count and average.
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
       FD  GRADE-FILE.
       01  SORTED-RANK-REC.
           05  SR-TERM         PIC X(6).
           05  SR-SECTION      PIC X(3).
           05  SR-RANK-CLASS   PIC X.
           05  SR-SCORE-DESC   PIC 9(3).
           05  SR-STUDENT-ID   PIC X(9).
           05  SR-SCORE        PIC 9(3).
       01  SORT-WORK-REC.
           05  SW-TERM         PIC X(6).
           05  SW-SECTION      PIC X(3).
           05  SW-RANK-CLASS   PIC X.
           05  SW-SCORE-DESC   PIC 9(3).
           05  SW-STUDENT-ID   PIC X(9).
           05  SW-SCORE        PIC 9(3).
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-PRIOR-SECTION    PIC X(9) VALUE SPACES.
       01  WS-RUN-COUNTS.
           05  WS-GRADE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-RANKED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-UNRANKED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-SECTION-COUNT    PIC 9(7) VALUE ZERO.

       COPY GRDREC.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RK-DELTA        PIC +ZZ9.99.

       01  UNRANKED-LINE.
           05  UK-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  UK-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  UK-STUDENT      PIC X(9).
           05  FILLER          PIC X(11) VALUE SPACES.
           05  UK-GRADE        PIC X.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "NOT RANKED".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT GRADE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RANK-REPORT-FILE
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           WRITE RANK-REPORT-REC FROM RANK-HEADER-1
           WRITE RANK-REPORT-REC FROM RANK-HEADER-2

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERM SW-SECTION SW-RANK-CLASS
                            SW-SCORE-DESC SW-STUDENT-ID
               INPUT PROCEDURE IS LOAD-GRADE-RECORDS
               GIVING SORTED-RANK-FILE
           CLOSE GRADE-FILE

      * Scores sort ascending like everything else here, so the key
      * released is the nines-complement of the score - highest
      * score first without needing a descending sort. Unscored
      * I and W grades take rank class 2, behind every ranked
      * student in the section.
       LOAD-GRADE-RECORDS.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GRADE-FILE
           MOVE GR-STUDENT-ID TO SW-STUDENT-ID
           MOVE GR-SCORE      TO SW-SCORE
           MOVE GR-GRADE      TO SW-GRADE
           IF GR-GRADE = "I" OR GR-GRADE = "W"
               MOVE "2" TO SW-RANK-CLASS
               RELEASE SORT-WORK-REC
           ELSE
               MOVE "1" TO SW-RANK-CLASS
               RELEASE SORT-WORK-REC
               PERFORM TALLY-SECTION-STATS
           END-IF.

       TALLY-SECTION-STATS.
           MOVE "N" TO WS-FOUND-SW
               MOVE ZERO TO WS-RANK
               PERFORM FIND-SECTION-STATS
           END-IF
           IF SR-RANK-CLASS = "2"
               PERFORM REPORT-UNRANKED-LINE
           ELSE
               PERFORM REPORT-RANKED-LINE
           END-IF.

       REPORT-UNRANKED-LINE.
           MOVE SR-TERM       TO UK-TERM
           MOVE SR-SECTION    TO UK-SECTION
           MOVE SR-STUDENT-ID TO UK-STUDENT
           MOVE SR-GRADE      TO UK-GRADE
           WRITE RANK-REPORT-REC FROM UNRANKED-LINE
           ADD 1 TO WS-UNRANKED-COUNT.

       REPORT-RANKED-LINE.
           ADD 1 TO WS-RANK
           MOVE SR-TERM       TO RK-TERM
           MOVE SR-SECTION    TO RK-SECTION
               MOVE ZERO TO WS-SECTION-AVG
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

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
           MOVE "CLASS-RANK"     TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "CLASS-RANK"     TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-GRADE-COUNT   TO RL-INPUT-COUNT
           COMPUTE RL-OUTPUT-COUNT
               = WS-RANKED-COUNT + WS-UNRANKED-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== CLASS RANK RECONCILIATION =====".
           DISPLAY "GRADE RECORDS READ: " WS-GRADE-COUNT.
           DISPLAY "STUDENTS RANKED:    " WS-RANKED-COUNT.
           DISPLAY "NOT RANKED (I/W):   " WS-UNRANKED-COUNT.
           DISPLAY "SECTIONS RANKED:    " WS-SECTION-COUNT.
