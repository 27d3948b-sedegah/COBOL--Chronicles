       PROGRAM-ID. STUDENT-TRANSCRIPT.

      * Registrar transcript from the student history master that
      * GRADE-CERT posts once a section's instructor has certified
      * its grades, so a section still pending certification is not
      * on the transcript yet. Driven by a TRANREQ.DAT
      * request card - a single student ID or ALL, plus the honor
      * roll and academic probation GPA thresholds the registrar
      * sets for the term. Every term is listed in calendar order
      * section, score, grade and grade-point value, followed by the
      * cumulative GPA and the honor-roll or probation flag - the
      * page an advisor used to assemble from STUTREND.RPT and old
      * GRADES.DAT files side by side. An Incomplete (I) or
      * withdrawal (W) is listed with its term but carries no score
      * or points and does not count toward the GPA.
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
       FD  REQUEST-FILE.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-HISTORY-STATUS   PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-REQUESTED-ID     PIC X(9) VALUE "ALL".
       77  WS-PRIOR-STUDENT    PIC X(9) VALUE SPACES.
       77  WS-STUDENT-OPEN-SW  PIC X VALUE "N".
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  TT-POINTS       PIC 9.99.

       01  TRAN-UNSCORED-LINE.
           05  TU-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TU-SECTION      PIC X(3).
           05  FILLER          PIC X(11) VALUE SPACES.
           05  TU-GRADE        PIC X.
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "NOT IN GPA".

       01  TRAN-GPA-LINE.
           05  FILLER          PIC X(16)
               VALUE "CUMULATIVE GPA  ".
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSCRIPT-FILE
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           MOVE WS-REQUESTED-ID TO TH1-REQUEST
               END-IF
               PERFORM OPEN-STUDENT-TRANSCRIPT
           END-IF
           IF SR-GRADE = "I" OR SR-GRADE = "W"
               PERFORM REPORT-UNSCORED-LINE
           ELSE
               PERFORM REPORT-GRADED-LINE
           END-IF.

       REPORT-UNSCORED-LINE.
           MOVE SR-TERM        TO TU-TERM
           MOVE SR-SECTION     TO TU-SECTION
           MOVE SR-GRADE       TO TU-GRADE
           WRITE TRANSCRIPT-REC FROM TRAN-UNSCORED-LINE.

       REPORT-GRADED-LINE.
           PERFORM SET-GRADE-POINTS
           MOVE SR-TERM        TO TT-TERM
           MOVE SR-SECTION     TO TT-SECTION
           MOVE WS-CUM-GPA    TO TG-GPA
           MOVE WS-TERM-COUNT TO TG-TERMS
           EVALUATE TRUE
               WHEN WS-TERM-COUNT = ZERO
                   MOVE "NO GRADED TERMS" TO TG-STANDING
               WHEN WS-CUM-GPA >= WS-HONOR-GPA
                   MOVE "** HONOR ROLL **" TO TG-STANDING
                   ADD 1 TO WS-HONOR-COUNT
           END-EVALUATE
           WRITE TRANSCRIPT-REC FROM TRAN-GPA-LINE.

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
           MOVE "STU-TRANSCRIPT" TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "STU-TRANSCRIPT" TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-HISTORY-COUNT TO RL-INPUT-COUNT
           MOVE WS-STUDENT-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
