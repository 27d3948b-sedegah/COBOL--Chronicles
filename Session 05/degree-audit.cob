       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.

      * Registrar degree audit: measures each student's certified
      * history on STUHIST.DAT against the requirement cards for
      * the student's program of study on DEGREQ.DAT (copybooks/
      * DEGREQ.cpy). Driven by a DAUDREQ.DAT request card - a
      * single student ID or ALL, plus the term being audited. A
      * blank term means the latest term on GRADES.DAT. Every
      * requirement is printed as
      *   SATISFIED    met on the certified history
      *   IN PROGRESS  not met yet, but work this term (a grade on
      *                GRADES.DAT not yet certified) or an open
      *                Incomplete could still meet it
      *   MISSING      nothing on file or in hand meets it
      * and each student ends ELIGIBLE (every requirement met),
      * CAN FINISH THIS TERM (nothing missing) or NOT ELIGIBLE.
      * DEGAUDIT.RPT closes with the list of students who can
      * graduate this term. A withdrawal (W) never counts toward a
      * requirement and, as on the transcript, neither an I nor a W
      * counts toward the GPA. A rejected requirement card, a
      * student whose program has no requirements on file or a
      * requested student not on the enrollment master ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "DAUDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT REQUIREMENT-FILE ASSIGN TO "DEGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGREQ-STATUS.

      * Enrollment master - who is audited and in which program.
           SELECT ENROLL-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

      * The grade file as the last grading run left it. Its rows
      * for the audit term that are not on the history yet are
      * the work still in progress.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "DEGAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
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
       01  REQUEST-REC.
           05  DQ-STUDENT-ID   PIC X(9).
           05  DQ-TERM         PIC X(6).

       FD  REQUIREMENT-FILE.
       COPY DEGREQ.

       FD  ENROLL-MASTER-FILE.
       COPY STUENREC.

       FD  GRADE-FILE.
       01  GRADE-REC           PIC X(42).

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  SH-KEY.
               10  SH-STUDENT-ID   PIC X(9).
               10  SH-TERM         PIC X(6).
           05  SH-SECTION      PIC X(3).
           05  SH-SCORE        PIC 9(3).
           05  SH-GRADE        PIC X.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC    PIC X(80).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-HIST-EOF-SW      PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-DEGREQ-STATUS    PIC XX.
       77  WS-ENROLL-STATUS    PIC XX.
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-HISTORY-STATUS   PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-REQUESTED-ID     PIC X(9) VALUE "ALL".
       77  WS-AUDIT-TERM       PIC X(6) VALUE SPACES.
       77  WS-LATEST-TERM      PIC X(6) VALUE SPACES.
       77  WS-TERM-YEAR        PIC 9(4) VALUE ZERO.
       77  WS-TERM-KEY         PIC 9(5) VALUE ZERO.
       77  WS-LATEST-TERM-KEY  PIC 9(5) VALUE ZERO.
       77  WS-HISTORY-OPEN-SW  PIC X VALUE "N".
       77  WS-REQUEST-FOUND-SW PIC X VALUE "N".
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-RX               PIC 9(3) COMP VALUE ZERO.
       77  WS-GX               PIC 9(4) COMP VALUE ZERO.
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.
       77  WS-PX               PIC 9(3) COMP VALUE ZERO.
       77  WS-LX               PIC 9(3) COMP VALUE ZERO.
       77  WS-GRADE-RANK       PIC 9 VALUE ZERO.
       77  WS-MIN-RANK         PIC 9 VALUE ZERO.
       77  WS-CHECK-SECTION    PIC X(3).
       77  WS-SECTION-RESULT   PIC X.
       77  WS-SECTION-GRADE    PIC X.
       77  WS-SECTION-TERM     PIC X(6).
       77  WS-DONE-COUNT       PIC 9(3) VALUE ZERO.
       77  WS-PEND-COUNT       PIC 9(3) VALUE ZERO.
       77  WS-LIST-COUNT       PIC 9(3) VALUE ZERO.
       77  WS-GRADED-TERMS     PIC 9(3) VALUE ZERO.
       77  WS-OPEN-WORK-SW     PIC X VALUE "N".
       77  WS-POINT-TOTAL      PIC 9(5) VALUE ZERO.
       77  WS-CUM-GPA          PIC 9V99 VALUE ZERO.
       77  WS-REQ-APPLIED      PIC 9(3) VALUE ZERO.
       77  WS-REQ-MISSING      PIC 9(3) VALUE ZERO.
       77  WS-REQ-IN-PROGRESS  PIC 9(3) VALUE ZERO.
       77  WS-EDIT-COUNT       PIC Z9.
       77  WS-EDIT-COUNT-2     PIC Z9.
       77  WS-EDIT-DIGIT       PIC 9.
       77  WS-EDIT-DIGIT-2     PIC 9.
       77  WS-EDIT-GPA         PIC 9.99.

       01  WS-RUN-COUNTS.
           05  WS-REQ-CARDS-READ   PIC 9(7) VALUE ZERO.
           05  WS-REQ-CARDS-BAD    PIC 9(7) VALUE ZERO.
           05  WS-ENROLL-READ      PIC 9(7) VALUE ZERO.
           05  WS-STUDENT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-NO-REQ-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ELIGIBLE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-FINISH-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-NOT-ELIG-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-GRADE-READ       PIC 9(7) VALUE ZERO.

       COPY GRDREC.

      * Requirement cards from DEGREQ.DAT that passed the edits.
       01  WS-REQUIREMENT-TABLE.
           05  WS-REQ-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-RQ-PROGRAM     PIC X(10).
               10  WS-RQ-CODE        PIC X(4).
               10  WS-RQ-TYPE        PIC X.
               10  WS-RQ-DESCRIPTION PIC X(20).
               10  WS-RQ-MIN-GRADE   PIC X.
               10  WS-RQ-MIN-COUNT   PIC 9(2).
               10  WS-RQ-MIN-GPA     PIC 9V99.
               10  WS-RQ-SECTION     PIC X(3) OCCURS 8 TIMES.

      * GRADES.DAT rows, each with its term, so the latest term can
      * be found before the audit term is settled.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-COUNT  PIC 9(4) COMP VALUE ZERO.
           05  WS-GRADE-ENTRY OCCURS 2000 TIMES.
               10  WS-GT-STUDENT-ID  PIC X(9).
               10  WS-GT-SECTION     PIC X(3).
               10  WS-GT-TERM        PIC X(6).
               10  WS-GT-GRADE       PIC X.

      * The student in hand: certified history and the audit-term
      * work not certified yet.
       01  WS-STUDENT-HISTORY.
           05  WS-HIST-COUNT   PIC 9(3) COMP VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 60 TIMES.
               10  WS-HT-TERM        PIC X(6).
               10  WS-HT-SECTION     PIC X(3).
               10  WS-HT-GRADE       PIC X.

       01  WS-STUDENT-PENDING.
           05  WS-PEND-ROWS    PIC 9(3) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 20 TIMES.
               10  WS-PT-SECTION     PIC X(3).
               10  WS-PT-GRADE       PIC X.

      * Students who can graduate this term, for the summary.
       01  WS-ELIGIBLE-TABLE.
           05  WS-ELIG-COUNT   PIC 9(3) COMP VALUE ZERO.
           05  WS-ELIG-ENTRY OCCURS 500 TIMES.
               10  WS-EL-STUDENT-ID  PIC X(9).
               10  WS-EL-NAME        PIC X(20).
               10  WS-EL-PROGRAM     PIC X(10).
               10  WS-EL-RESULT      PIC X(20).

       01  AUDIT-HEADER-1.
           05  FILLER          PIC X(24)
               VALUE "DEGREE AUDIT REQUEST FOR".
           05  FILLER          PIC X     VALUE SPACE.
           05  AH1-REQUEST     PIC X(9).
           05  FILLER          PIC X(13) VALUE "  AUDIT TERM ".
           05  AH1-TERM        PIC X(6).

       01  AUDIT-STUDENT-LINE.
           05  FILLER          PIC X(9)  VALUE "STUDENT  ".
           05  AS-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AS-NAME         PIC X(20).
           05  FILLER          PIC X(10) VALUE "  PROGRAM ".
           05  AS-PROGRAM      PIC X(10).

       01  AUDIT-HEADER-2.
           05  FILLER          PIC X(4)  VALUE "REQ".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "DESCRIPTION".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "NEEDED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "ON FILE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "STATUS".

       01  AUDIT-DETAIL-LINE.
           05  AD-CODE         PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-DESCRIPTION  PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-NEEDED       PIC X(14).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-ON-FILE      PIC X(14).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-STATUS       PIC X(11).

       01  AUDIT-RESULT-LINE.
           05  FILLER          PIC X(14) VALUE "AUDIT RESULT  ".
           05  AR-RESULT       PIC X(40).

       01  SUMMARY-HEADER-1.
           05  FILLER          PIC X(36)
               VALUE "STUDENTS ELIGIBLE TO GRADUATE - TERM".
           05  FILLER          PIC X     VALUE SPACE.
           05  SH1-TERM        PIC X(6).

       01  SUMMARY-HEADER-2.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "NAME".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "RESULT".

       01  SUMMARY-LINE.
           05  SL-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-NAME         PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-PROGRAM      PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-RESULT       PIC X(20).

       01  SUMMARY-TOTAL-LINE.
           05  ST-TEXT         PIC X(36).
           05  ST-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-REQUEST-CARD
           PERFORM LOAD-REQUIREMENTS
           PERFORM LOAD-GRADE-FILE
           PERFORM SET-AUDIT-TERM
           OPEN INPUT ENROLL-MASTER-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "NO ENROLLMENT MASTER - STUENRL.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN-SW
           ELSE
               DISPLAY "NO STUDENT HISTORY - STUHIST.DAT MISSING,"
                   " AUDITING AGAINST WORK IN PROGRESS ONLY"
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           MOVE WS-REQUESTED-ID TO AH1-REQUEST
           MOVE WS-AUDIT-TERM   TO AH1-TERM
           WRITE AUDIT-REPORT-REC FROM AUDIT-HEADER-1

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ENROLL-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ENROLL-READ
                       IF WS-REQUESTED-ID = "ALL"
                               OR EN-STUDENT-ID = WS-REQUESTED-ID
                           MOVE "Y" TO WS-REQUEST-FOUND-SW
                           PERFORM AUDIT-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER-FILE
           IF WS-HISTORY-OPEN-SW = "Y"
               CLOSE HISTORY-FILE
           END-IF
           IF WS-REQUEST-FOUND-SW = "N"
               DISPLAY "REQUESTED STUDENT " WS-REQUESTED-ID
                   " NOT ON STUENRL.DAT"
           END-IF

           PERFORM PRINT-ELIGIBLE-SUMMARY
           CLOSE AUDIT-REPORT-FILE
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE
           PERFORM WRITE-RUN-LOG-END
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-REQ-CARDS-BAD > ZERO
                   OR WS-NO-REQ-COUNT > ZERO
                   OR WS-REQUEST-FOUND-SW = "N"
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE 4: " WS-REQ-CARDS-BAD
                   " REQUIREMENT CARD(S) REJECTED, "
                   WS-NO-REQ-COUNT
                   " STUDENT(S) WITH NO REQUIREMENTS ON FILE"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * No request card means every student, in the latest term
      * on the grade file.
       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
               READ REQUEST-FILE
                   AT END
                       MOVE "ALL" TO WS-REQUESTED-ID
                   NOT AT END
                       MOVE DQ-STUDENT-ID TO WS-REQUESTED-ID
                       MOVE DQ-TERM       TO WS-AUDIT-TERM
               END-READ
               CLOSE REQUEST-FILE
           END-IF
           IF WS-REQUESTED-ID = SPACES
               MOVE "ALL" TO WS-REQUESTED-ID
           END-IF.

      * A card that fails the edits is left out and the audit goes
      * on - its requirement is simply not measured - but the run
      * ends RC=4 so the registrar fixes the card.
       LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENT-FILE
           IF WS-DEGREQ-STATUS NOT = "00"
               DISPLAY "NO DEGREE REQUIREMENTS - DEGREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ REQUIREMENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REQ-CARDS-READ
                       PERFORM EDIT-REQUIREMENT-CARD
               END-READ
           END-PERFORM
           CLOSE REQUIREMENT-FILE.

       EDIT-REQUIREMENT-CARD.
           MOVE "Y" TO WS-CARD-OK-SW
           IF DR-PROGRAM = SPACES OR DR-REQ-CODE = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               DISPLAY "DEGREQ CARD REJECTED: NO PROGRAM OR CODE"
           END-IF
           IF DR-MIN-GRADE NOT = SPACE AND DR-MIN-GRADE NOT = "A"
                   AND DR-MIN-GRADE NOT = "B"
                   AND DR-MIN-GRADE NOT = "C"
                   AND DR-MIN-GRADE NOT = "D"
               MOVE "N" TO WS-CARD-OK-SW
               DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM " "
                   DR-REQ-CODE " BAD MINIMUM GRADE"
           END-IF
           IF DR-MIN-COUNT NOT NUMERIC
               MOVE ZERO TO DR-MIN-COUNT
           END-IF
           IF DR-MIN-GPA NOT NUMERIC
               MOVE ZERO TO DR-MIN-GPA
           END-IF
           EVALUATE DR-REQ-TYPE
               WHEN "S"
                   IF DR-SECTION(1) = SPACES
                       MOVE "N" TO WS-CARD-OK-SW
                       DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM
                           " " DR-REQ-CODE " NO SECTION"
                   END-IF
               WHEN "G"
                   MOVE ZERO TO WS-LIST-COUNT
                   PERFORM VARYING WS-LX FROM 1 BY 1
                           UNTIL WS-LX > 8
                       IF DR-SECTION(WS-LX) NOT = SPACES
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
                   END-PERFORM
                   IF DR-MIN-COUNT = ZERO
                           OR DR-MIN-COUNT > WS-LIST-COUNT
                       MOVE "N" TO WS-CARD-OK-SW
                       DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM
                           " " DR-REQ-CODE " COUNT NOT 1 TO "
                           WS-LIST-COUNT
                   END-IF
               WHEN "T"
                   IF DR-MIN-COUNT = ZERO
                       MOVE "N" TO WS-CARD-OK-SW
                       DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM
                           " " DR-REQ-CODE " NO TERM COUNT"
                   END-IF
               WHEN "P"
                   IF DR-MIN-GPA = ZERO OR DR-MIN-GPA > 4.00
                       MOVE "N" TO WS-CARD-OK-SW
                       DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM
                           " " DR-REQ-CODE " GPA NOT 0.01 TO 4.00"
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CARD-OK-SW
                   DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM " "
                       DR-REQ-CODE " TYPE NOT S, G, T OR P"
           END-EVALUATE
           IF WS-CARD-OK-SW = "Y" AND WS-REQ-COUNT >= 200
               MOVE "N" TO WS-CARD-OK-SW
               DISPLAY "DEGREQ CARD REJECTED: " DR-PROGRAM " "
                   DR-REQ-CODE " REQUIREMENT TABLE FULL"
           END-IF
           IF WS-CARD-OK-SW = "Y"
               ADD 1 TO WS-REQ-COUNT
               MOVE DR-PROGRAM     TO WS-RQ-PROGRAM(WS-REQ-COUNT)
               MOVE DR-REQ-CODE    TO WS-RQ-CODE(WS-REQ-COUNT)
               MOVE DR-REQ-TYPE    TO WS-RQ-TYPE(WS-REQ-COUNT)
               MOVE DR-DESCRIPTION
                   TO WS-RQ-DESCRIPTION(WS-REQ-COUNT)
               MOVE DR-MIN-GRADE   TO WS-RQ-MIN-GRADE(WS-REQ-COUNT)
               IF DR-MIN-GRADE = SPACE
                   MOVE "D" TO WS-RQ-MIN-GRADE(WS-REQ-COUNT)
               END-IF
               MOVE DR-MIN-COUNT   TO WS-RQ-MIN-COUNT(WS-REQ-COUNT)
               MOVE DR-MIN-GPA     TO WS-RQ-MIN-GPA(WS-REQ-COUNT)
               PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 8
                   MOVE DR-SECTION(WS-LX)
                       TO WS-RQ-SECTION(WS-REQ-COUNT, WS-LX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-REQ-CARDS-BAD
           END-IF.

      * No grade file is not an error - between terms there is
      * simply no work in progress to credit.
       LOAD-GRADE-FILE.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "NO GRADES.DAT - NO WORK IN PROGRESS CREDITED"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GRADE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-GRADE-READ
                           MOVE GRADE-REC TO WS-GRADE-RECORD
                           PERFORM STORE-GRADE-ROW
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

       STORE-GRADE-ROW.
           IF WS-GRADE-COUNT >= 2000
               DISPLAY "GRADE TABLE FULL - " GR-STUDENT-ID " "
                   GR-SECTION " " GR-TERM " NOT CREDITED"
           ELSE
               ADD 1 TO WS-GRADE-COUNT
               MOVE GR-STUDENT-ID TO WS-GT-STUDENT-ID(WS-GRADE-COUNT)
               MOVE GR-SECTION    TO WS-GT-SECTION(WS-GRADE-COUNT)
               MOVE GR-TERM       TO WS-GT-TERM(WS-GRADE-COUNT)
               MOVE GR-GRADE      TO WS-GT-GRADE(WS-GRADE-COUNT)
               PERFORM SET-TERM-KEY
               IF WS-TERM-KEY > WS-LATEST-TERM-KEY
                   MOVE WS-TERM-KEY TO WS-LATEST-TERM-KEY
                   MOVE GR-TERM     TO WS-LATEST-TERM
               END-IF
           END-IF.

      * Year and season as one number, in the calendar order
      * TRANSCRIPT sorts by - the raw term code files "2026FA"
      * ahead of "2026SP".
       SET-TERM-KEY.
           MOVE ZERO TO WS-TERM-KEY
           IF GR-TERM(1:4) NUMERIC
               MOVE GR-TERM(1:4) TO WS-TERM-YEAR
               COMPUTE WS-TERM-KEY = WS-TERM-YEAR * 10
           END-IF
           EVALUATE GR-TERM(5:2)
               WHEN "WI"
                   ADD 1 TO WS-TERM-KEY
               WHEN "SP"
                   ADD 2 TO WS-TERM-KEY
               WHEN "SU"
                   ADD 3 TO WS-TERM-KEY
               WHEN "FA"
                   ADD 4 TO WS-TERM-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-AUDIT-TERM.
           IF WS-AUDIT-TERM = SPACES
               MOVE WS-LATEST-TERM TO WS-AUDIT-TERM
           END-IF
           IF WS-AUDIT-TERM = SPACES
               MOVE "NONE" TO WS-AUDIT-TERM
           END-IF
           DISPLAY "DEGREE AUDIT FOR " WS-REQUESTED-ID
               " TERM " WS-AUDIT-TERM.

      * A withdrawn student is listed but not audited - there is
      * no graduation to plan for.
       AUDIT-STUDENT.
           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE EN-STUDENT-ID TO AS-STUDENT-ID
           MOVE EN-NAME       TO AS-NAME
           MOVE EN-PROGRAM    TO AS-PROGRAM
           WRITE AUDIT-REPORT-REC FROM AUDIT-STUDENT-LINE
           IF EN-STATUS = "W"
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "WITHDRAWN - NOT AUDITED" TO AR-RESULT
               WRITE AUDIT-REPORT-REC FROM AUDIT-RESULT-LINE
           ELSE
               ADD 1 TO WS-STUDENT-COUNT
               PERFORM LOAD-STUDENT-HISTORY
               PERFORM LOAD-STUDENT-PENDING
               WRITE AUDIT-REPORT-REC FROM AUDIT-HEADER-2
               MOVE ZERO TO WS-REQ-APPLIED
               MOVE ZERO TO WS-REQ-MISSING
               MOVE ZERO TO WS-REQ-IN-PROGRESS
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-REQ-COUNT
                   IF WS-RQ-PROGRAM(WS-RX) = EN-PROGRAM
                       PERFORM EVALUATE-REQUIREMENT
                   END-IF
               END-PERFORM
               PERFORM CLOSE-STUDENT-AUDIT
           END-IF.

       LOAD-STUDENT-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT
           IF WS-HISTORY-OPEN-SW = "Y"
               MOVE "N" TO WS-HIST-EOF-SW
               MOVE EN-STUDENT-ID TO SH-STUDENT-ID
               MOVE LOW-VALUES    TO SH-TERM
               START HISTORY-FILE KEY NOT < SH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF-SW
               END-START
               PERFORM UNTIL WS-HIST-EOF-SW = "Y"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HIST-EOF-SW
                       NOT AT END
                           IF SH-STUDENT-ID NOT = EN-STUDENT-ID
                               MOVE "Y" TO WS-HIST-EOF-SW
                           ELSE
                               PERFORM STORE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       STORE-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-COUNT
           IF WS-HIST-COUNT < 60
               ADD 1 TO WS-HIST-COUNT
               MOVE SH-TERM    TO WS-HT-TERM(WS-HIST-COUNT)
               MOVE SH-SECTION TO WS-HT-SECTION(WS-HIST-COUNT)
               MOVE SH-GRADE   TO WS-HT-GRADE(WS-HIST-COUNT)
           ELSE
               DISPLAY "HISTORY TABLE FULL - " SH-STUDENT-ID " "
                   SH-TERM " NOT AUDITED"
           END-IF.

      * Audit-term rows on GRADES.DAT whose term is not on the
      * history yet are still awaiting certification. A W on the
      * roster is not work in progress.
       LOAD-STUDENT-PENDING.
           MOVE ZERO TO WS-PEND-ROWS
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GRADE-COUNT
               IF WS-GT-STUDENT-ID(WS-GX) = EN-STUDENT-ID
                       AND WS-GT-TERM(WS-GX) = WS-AUDIT-TERM
                       AND WS-GT-GRADE(WS-GX) NOT = "W"
                   PERFORM CHECK-TERM-ON-HISTORY
                   IF WS-HX > WS-HIST-COUNT AND WS-PEND-ROWS < 20
                       ADD 1 TO WS-PEND-ROWS
                       MOVE WS-GT-SECTION(WS-GX)
                           TO WS-PT-SECTION(WS-PEND-ROWS)
                       MOVE WS-GT-GRADE(WS-GX)
                           TO WS-PT-GRADE(WS-PEND-ROWS)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-TERM-ON-HISTORY.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-COUNT
                   OR WS-HT-TERM(WS-HX) = WS-AUDIT-TERM
               CONTINUE
           END-PERFORM.

       EVALUATE-REQUIREMENT.
           ADD 1 TO WS-REQ-APPLIED
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE WS-RQ-CODE(WS-RX)        TO AD-CODE
           MOVE WS-RQ-DESCRIPTION(WS-RX) TO AD-DESCRIPTION
           MOVE WS-RQ-MIN-GRADE(WS-RX)   TO WS-SECTION-GRADE
           PERFORM SET-GRADE-RANK
           MOVE WS-GRADE-RANK TO WS-MIN-RANK
           EVALUATE WS-RQ-TYPE(WS-RX)
               WHEN "S"
                   PERFORM AUDIT-REQUIRED-SECTION
               WHEN "G"
                   PERFORM AUDIT-SECTION-GROUP
               WHEN "T"
                   PERFORM AUDIT-TERM-COUNT
               WHEN "P"
                   PERFORM AUDIT-CUMULATIVE-GPA
           END-EVALUATE
           EVALUATE AD-STATUS
               WHEN "MISSING"
                   ADD 1 TO WS-REQ-MISSING
               WHEN "IN PROGRESS"
                   ADD 1 TO WS-REQ-IN-PROGRESS
           END-EVALUATE
           WRITE AUDIT-REPORT-REC FROM AUDIT-DETAIL-LINE.

       AUDIT-REQUIRED-SECTION.
           MOVE WS-RQ-SECTION(WS-RX, 1) TO WS-CHECK-SECTION
           PERFORM CHECK-ONE-SECTION
           STRING WS-CHECK-SECTION " AT " WS-RQ-MIN-GRADE(WS-RX)
                   " OR UP" DELIMITED BY SIZE
               INTO AD-NEEDED
           EVALUATE WS-SECTION-RESULT
               WHEN "S"
                   MOVE "SATISFIED" TO AD-STATUS
                   STRING WS-SECTION-GRADE " IN " WS-SECTION-TERM
                       DELIMITED BY SIZE INTO AD-ON-FILE
               WHEN "I"
                   MOVE "IN PROGRESS" TO AD-STATUS
                   STRING "I IN " WS-SECTION-TERM
                       DELIMITED BY SIZE INTO AD-ON-FILE
               WHEN "P"
                   MOVE "IN PROGRESS" TO AD-STATUS
                   STRING "TAKING " WS-AUDIT-TERM
                       DELIMITED BY SIZE INTO AD-ON-FILE
               WHEN OTHER
                   MOVE "MISSING" TO AD-STATUS
                   IF WS-SECTION-TERM = SPACES
                       MOVE "NOT TAKEN" TO AD-ON-FILE
                   ELSE
                       STRING WS-SECTION-GRADE " IN " WS-SECTION-TERM
                           DELIMITED BY SIZE INTO AD-ON-FILE
                   END-IF
           END-EVALUATE.

       AUDIT-SECTION-GROUP.
           MOVE ZERO TO WS-DONE-COUNT
           MOVE ZERO TO WS-PEND-COUNT
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 8
               IF WS-RQ-SECTION(WS-RX, WS-LX) NOT = SPACES
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-RQ-SECTION(WS-RX, WS-LX)
                       TO WS-CHECK-SECTION
                   PERFORM CHECK-ONE-SECTION
                   EVALUATE WS-SECTION-RESULT
                       WHEN "S"
                           ADD 1 TO WS-DONE-COUNT
                       WHEN "I"
                       WHEN "P"
                           ADD 1 TO WS-PEND-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-RQ-MIN-COUNT(WS-RX) TO WS-EDIT-DIGIT
           MOVE WS-LIST-COUNT          TO WS-EDIT-DIGIT-2
           STRING WS-EDIT-DIGIT " OF " WS-EDIT-DIGIT-2 " AT "
                   WS-RQ-MIN-GRADE(WS-RX) DELIMITED BY SIZE
               INTO AD-NEEDED
           PERFORM SET-COUNT-STATUS.

      * Graded terms are the terms with a letter grade - an open
      * Incomplete or a withdrawal is not a term completed.
       AUDIT-TERM-COUNT.
           PERFORM COUNT-GRADED-TERMS
           MOVE ZERO TO WS-PEND-COUNT
           IF WS-OPEN-WORK-SW = "Y"
               MOVE 1 TO WS-PEND-COUNT
           END-IF
           MOVE WS-GRADED-TERMS TO WS-DONE-COUNT
           MOVE WS-RQ-MIN-COUNT(WS-RX) TO WS-EDIT-COUNT
           STRING "MIN TERMS" WS-EDIT-COUNT DELIMITED BY SIZE
               INTO AD-NEEDED
           PERFORM SET-COUNT-STATUS.

       AUDIT-CUMULATIVE-GPA.
           PERFORM COUNT-GRADED-TERMS
           MOVE WS-RQ-MIN-GPA(WS-RX) TO WS-EDIT-GPA
           STRING "GPA " WS-EDIT-GPA DELIMITED BY SIZE
               INTO AD-NEEDED
           IF WS-GRADED-TERMS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED
                   = WS-POINT-TOTAL / WS-GRADED-TERMS
               MOVE WS-CUM-GPA TO WS-EDIT-GPA
               STRING "GPA " WS-EDIT-GPA DELIMITED BY SIZE
                   INTO AD-ON-FILE
           ELSE
               MOVE ZERO TO WS-CUM-GPA
               MOVE "NO GRADED TERM" TO AD-ON-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-GRADED-TERMS > ZERO
                       AND WS-CUM-GPA >= WS-RQ-MIN-GPA(WS-RX)
                   MOVE "SATISFIED" TO AD-STATUS
               WHEN WS-OPEN-WORK-SW = "Y"
                   MOVE "IN PROGRESS" TO AD-STATUS
               WHEN OTHER
                   MOVE "MISSING" TO AD-STATUS
           END-EVALUATE.

      * Shared by the group and term-count requirements: met on
      * file, met if the work in hand comes through, or short.
       SET-COUNT-STATUS.
           MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
           MOVE WS-PEND-COUNT TO WS-EDIT-COUNT-2
           STRING "DONE" WS-EDIT-COUNT " OPEN" WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO AD-ON-FILE
           EVALUATE TRUE
               WHEN WS-DONE-COUNT >= WS-RQ-MIN-COUNT(WS-RX)
                   MOVE "SATISFIED" TO AD-STATUS
               WHEN WS-DONE-COUNT + WS-PEND-COUNT
                       >= WS-RQ-MIN-COUNT(WS-RX)
                   MOVE "IN PROGRESS" TO AD-STATUS
               WHEN OTHER
                   MOVE "MISSING" TO AD-STATUS
           END-EVALUATE.

      * The best standing of one section: S passed at the minimum
      * grade, I an open Incomplete on the history, P taking it in
      * the audit term, M none of these. The grade and term of the
      * best attempt found are left for the report.
       CHECK-ONE-SECTION.
           MOVE "M"    TO WS-SECTION-RESULT
           MOVE SPACES TO WS-SECTION-GRADE
           MOVE SPACES TO WS-SECTION-TERM
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-COUNT
               IF WS-HT-SECTION(WS-HX) = WS-CHECK-SECTION
                       AND WS-HT-GRADE(WS-HX) NOT = "W"
                       AND WS-SECTION-RESULT NOT = "S"
                   PERFORM RATE-HISTORY-ATTEMPT
               END-IF
           END-PERFORM
           IF WS-SECTION-RESULT = "M"
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PEND-ROWS
                   IF WS-PT-SECTION(WS-PX) = WS-CHECK-SECTION
                       MOVE "P" TO WS-SECTION-RESULT
                   END-IF
               END-PERFORM
           END-IF.

       RATE-HISTORY-ATTEMPT.
           MOVE WS-HT-GRADE(WS-HX) TO WS-SECTION-GRADE
           MOVE WS-HT-TERM(WS-HX)  TO WS-SECTION-TERM
           IF WS-HT-GRADE(WS-HX) = "I"
               MOVE "I" TO WS-SECTION-RESULT
           ELSE
               PERFORM SET-GRADE-RANK
               IF WS-GRADE-RANK >= WS-MIN-RANK
                       AND WS-GRADE-RANK > ZERO
                   MOVE "S" TO WS-SECTION-RESULT
               END-IF
           END-IF.

      * Graded terms and their points on the transcript's scale,
      * and whether anything still open could add to them.
       COUNT-GRADED-TERMS.
           MOVE ZERO TO WS-GRADED-TERMS
           MOVE ZERO TO WS-POINT-TOTAL
           MOVE "N"  TO WS-OPEN-WORK-SW
           IF WS-PEND-ROWS > ZERO
               MOVE "Y" TO WS-OPEN-WORK-SW
           END-IF
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-COUNT
               EVALUATE WS-HT-GRADE(WS-HX)
                   WHEN "W"
                       CONTINUE
                   WHEN "I"
                       MOVE "Y" TO WS-OPEN-WORK-SW
                   WHEN OTHER
                       MOVE WS-HT-GRADE(WS-HX) TO WS-SECTION-GRADE
                       PERFORM SET-GRADE-RANK
                       ADD 1 TO WS-GRADED-TERMS
                       ADD WS-GRADE-RANK TO WS-POINT-TOTAL
               END-EVALUATE
           END-PERFORM.

      * Letter grade to its rank, which is also its grade points
      * on the four-point scale TRANSCRIPT uses.
       SET-GRADE-RANK.
           EVALUATE WS-SECTION-GRADE
               WHEN "A"
                   MOVE 4 TO WS-GRADE-RANK
               WHEN "B"
                   MOVE 3 TO WS-GRADE-RANK
               WHEN "C"
                   MOVE 2 TO WS-GRADE-RANK
               WHEN "D"
                   MOVE 1 TO WS-GRADE-RANK
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-RANK
           END-EVALUATE.

       CLOSE-STUDENT-AUDIT.
           MOVE SPACES TO AR-RESULT
           EVALUATE TRUE
               WHEN WS-REQ-APPLIED = ZERO
                   ADD 1 TO WS-NO-REQ-COUNT
                   MOVE "NO REQUIREMENTS ON FILE FOR PROGRAM"
                       TO AR-RESULT
                   DISPLAY "NO REQUIREMENTS FOR " EN-PROGRAM
                       " - STUDENT " EN-STUDENT-ID " NOT AUDITED"
               WHEN WS-REQ-MISSING > ZERO
                   ADD 1 TO WS-NOT-ELIG-COUNT
                   MOVE WS-REQ-MISSING TO WS-EDIT-COUNT
                   STRING "NOT ELIGIBLE," WS-EDIT-COUNT
                           " REQUIREMENT(S) MISSING"
                           DELIMITED BY SIZE INTO AR-RESULT
               WHEN WS-REQ-IN-PROGRESS > ZERO
                   ADD 1 TO WS-FINISH-COUNT
                   MOVE "CAN FINISH THIS TERM" TO AR-RESULT
                   PERFORM STORE-ELIGIBLE-STUDENT
               WHEN OTHER
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   MOVE "ELIGIBLE" TO AR-RESULT
                   PERFORM STORE-ELIGIBLE-STUDENT
           END-EVALUATE
           WRITE AUDIT-REPORT-REC FROM AUDIT-RESULT-LINE.

       STORE-ELIGIBLE-STUDENT.
           IF WS-ELIG-COUNT < 500
               ADD 1 TO WS-ELIG-COUNT
               MOVE EN-STUDENT-ID TO WS-EL-STUDENT-ID(WS-ELIG-COUNT)
               MOVE EN-NAME       TO WS-EL-NAME(WS-ELIG-COUNT)
               MOVE EN-PROGRAM    TO WS-EL-PROGRAM(WS-ELIG-COUNT)
               MOVE AR-RESULT     TO WS-EL-RESULT(WS-ELIG-COUNT)
           ELSE
               DISPLAY "ELIGIBLE LIST FULL - " EN-STUDENT-ID
                   " NOT ON SUMMARY"
           END-IF.

       PRINT-ELIGIBLE-SUMMARY.
           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE WS-AUDIT-TERM TO SH1-TERM
           WRITE AUDIT-REPORT-REC FROM SUMMARY-HEADER-1
           WRITE AUDIT-REPORT-REC FROM SUMMARY-HEADER-2
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-ELIG-COUNT
               MOVE WS-EL-STUDENT-ID(WS-LX) TO SL-STUDENT-ID
               MOVE WS-EL-NAME(WS-LX)       TO SL-NAME
               MOVE WS-EL-PROGRAM(WS-LX)    TO SL-PROGRAM
               MOVE WS-EL-RESULT(WS-LX)     TO SL-RESULT
               WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE
           END-PERFORM
           IF WS-ELIG-COUNT = ZERO
               MOVE "NONE" TO AUDIT-REPORT-REC
               WRITE AUDIT-REPORT-REC
           END-IF
           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE "STUDENTS AUDITED" TO ST-TEXT
           MOVE WS-STUDENT-COUNT TO ST-COUNT
           WRITE AUDIT-REPORT-REC FROM SUMMARY-TOTAL-LINE
           MOVE "ELIGIBLE NOW" TO ST-TEXT
           MOVE WS-ELIGIBLE-COUNT TO ST-COUNT
           WRITE AUDIT-REPORT-REC FROM SUMMARY-TOTAL-LINE
           MOVE "CAN FINISH THIS TERM" TO ST-TEXT
           MOVE WS-FINISH-COUNT TO ST-COUNT
           WRITE AUDIT-REPORT-REC FROM SUMMARY-TOTAL-LINE
           MOVE "NOT ELIGIBLE" TO ST-TEXT
           MOVE WS-NOT-ELIG-COUNT TO ST-COUNT
           WRITE AUDIT-REPORT-REC FROM SUMMARY-TOTAL-LINE
           MOVE "NO REQUIREMENTS ON FILE" TO ST-TEXT
           MOVE WS-NO-REQ-COUNT TO ST-COUNT
           WRITE AUDIT-REPORT-REC FROM SUMMARY-TOTAL-LINE
           MOVE "WITHDRAWN, NOT AUDITED" TO ST-TEXT
           MOVE WS-WITHDRAWN-COUNT TO ST-COUNT
           WRITE AUDIT-REPORT-REC FROM SUMMARY-TOTAL-LINE.

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
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "DEGREE-AUDIT"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "DEGREE-AUDIT"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-ENROLL-READ   TO RL-INPUT-COUNT
           MOVE WS-STUDENT-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== DEGREE AUDIT RECONCILIATION =====".
           DISPLAY "REQUIREMENT CARDS READ: " WS-REQ-CARDS-READ.
           DISPLAY "REQUIREMENT CARDS BAD:  " WS-REQ-CARDS-BAD.
           DISPLAY "GRADE RECORDS READ:     " WS-GRADE-READ.
           DISPLAY "ENROLLMENT READ:        " WS-ENROLL-READ.
           DISPLAY "HISTORY RECORDS READ:   " WS-HISTORY-COUNT.
           DISPLAY "STUDENTS AUDITED:       " WS-STUDENT-COUNT.
           DISPLAY "ELIGIBLE NOW:           " WS-ELIGIBLE-COUNT.
           DISPLAY "CAN FINISH THIS TERM:   " WS-FINISH-COUNT.
           DISPLAY "NOT ELIGIBLE:           " WS-NOT-ELIG-COUNT.
           DISPLAY "NO REQUIREMENTS:        " WS-NO-REQ-COUNT.
           DISPLAY "WITHDRAWN:              " WS-WITHDRAWN-COUNT.
