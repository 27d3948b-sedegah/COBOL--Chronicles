      * hot or cold stands out. A section on the master with no
      * grade records still prints - an empty class is something the
      * department head wants to see, not something to hide.
      * Averages are taken over scored students only: an Incomplete
      * (I) holds its seat but has no score yet, and a withdrawal (W)
      * has given the seat up.
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
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-SECTMSTR-STATUS  PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-TX               PIC 9(3) COMP VALUE ZERO.
       77  WS-FOUND-SW         PIC X VALUE "N".
               10  WS-CL-ROOM      PIC X(5).
               10  WS-CL-CAPACITY  PIC 9(3).
               10  WS-CL-ENROLLED  PIC 9(5).
               10  WS-CL-SCORED    PIC 9(5).
               10  WS-CL-SCORE-TOT PIC 9(8).

       01  WS-TERM-TABLE.
               STOP RUN
           END-IF
           OPEN OUTPUT CLASS-REPORT-FILE
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

                               (WS-CLASS-COUNT)
                           MOVE ZERO TO WS-CL-ENROLLED
                               (WS-CLASS-COUNT)
                           MOVE ZERO TO WS-CL-SCORED
                               (WS-CLASS-COUNT)
                           MOVE ZERO TO WS-CL-SCORE-TOT
                               (WS-CLASS-COUNT)
                       ELSE
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-SX
               IF GR-GRADE NOT = "W"
                   ADD 1 TO WS-CL-ENROLLED (WS-SX)
               END-IF
               IF GR-GRADE NOT = "I" AND NOT = "W"
                   ADD 1 TO WS-CL-SCORED (WS-SX)
                   ADD GR-SCORE TO WS-CL-SCORE-TOT (WS-SX)
                   PERFORM TALLY-TERM-TOTALS
               END-IF
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY "GRADE RECORD FOR UNKNOWN SECTION "
           MOVE WS-CL-ROOM (WS-SX)       TO CL-ROOM
           MOVE WS-CL-ENROLLED (WS-SX)   TO CL-ENROLLED
           MOVE WS-CL-CAPACITY (WS-SX)   TO CL-CAPACITY
           IF WS-CL-SCORED (WS-SX) > ZERO
               COMPUTE WS-SECTION-AVG ROUNDED
                   = WS-CL-SCORE-TOT (WS-SX)
                   / WS-CL-SCORED (WS-SX)
           ELSE
               MOVE ZERO TO WS-SECTION-AVG
           END-IF
               END-IF
           END-PERFORM.

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
           MOVE "CLASS-REPORT"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "CLASS-REPORT"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-GRADE-COUNT   TO RL-INPUT-COUNT
           MOVE WS-SECTION-LINES TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
