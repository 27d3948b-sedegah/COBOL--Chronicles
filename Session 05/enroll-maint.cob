       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-MAINT.

      * Card-driven maintenance and inquiry for the student enrollment
      * master STUENRL.DAT (see copybooks/STUENREC.cpy), the way
      * CLIENT-MAINT serves the client master. Request cards in
      * ENRLMNT.DAT carry a function, the student ID and the fields:
      *   A<id><fields>  add a student - name and program required;
      *                  a student is always added active
      *   C<id><fields>  change a student - only the fields keyed
      *                  non-blank are changed. Status A reinstates
      *                  a withdrawn student; a withdrawal date may
      *                  only be corrected on a withdrawn student
      *   W<id>          withdraw a student as of the withdrawal
      *                  date keyed (the business date when blank)
      *   I<id>          inquire on one student
      *   L              print the full enrollment listing
      * A withdrawal of a student who still has grades on GRADES.DAT
      * (for the term keyed on the card, or any term when it is
      * blank) is held and reported instead of applied; rekeyed with
      * Y in the confirm column it goes through. Every field changed
      * is written as a before/after image to the REGAUDT.DAT audit
      * trail and printed on the ENRLMNTR.RPT change report. The
      * maintained master is written to STUENRL.NEW, which
      * run-enroll-maint.sh promotes; a held or failed card ends
      * RC=4, a master that cannot be carried whole ends RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "ENRLMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ENROLL-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ENROLL-OUT-FILE ASSIGN TO "STUENRL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The grade file as the last grading run or adjustment left
      * it - a student with a grade here has work on record.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "ENRLMNTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTRAR-AUDIT-FILE ASSIGN TO "REGAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy for the knobs it carries.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  EQ-FUNCTION     PIC X.
           05  EQ-STUDENT-ID   PIC X(9).
           05  EQ-NAME         PIC X(20).
           05  EQ-PROGRAM      PIC X(10).
           05  EQ-STATUS       PIC X.
           05  EQ-WITHDRAW-DATE PIC X(8).
           05  EQ-TERM         PIC X(6).
           05  EQ-CONFIRM      PIC X.

       FD  ENROLL-MASTER-FILE.
       COPY STUENREC.

       FD  ENROLL-OUT-FILE.
       01  ENROLL-OUT-REC      PIC X(48).

       FD  GRADE-FILE.
       01  GRADE-REC           PIC X(42).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC    PIC X(80).

       FD  REGISTRAR-AUDIT-FILE.
       01  REGISTRAR-AUDIT-REC PIC X(91).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-GRADE-EOF-SW     PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-ENROLL-STATUS    PIC XX.
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-LOAD-OK-SW       PIC X VALUE "Y".
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-CONFIRMED-SW     PIC X VALUE " ".
       77  WS-GRADES-ON-FILE   PIC 9(5) VALUE ZERO.
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-DATE-OK-SW       PIC X VALUE "N".
       77  WS-NEW-WITHDRAW-DATE PIC X(8).
       77  WS-EX               PIC 9(3) COMP.

       01  WS-RUN-COUNTS.
           05  WS-REQUEST-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ANSWERED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-MASTER-READ      PIC 9(7) VALUE ZERO.
           05  WS-MASTER-WRITTEN   PIC 9(7) VALUE ZERO.
           05  WS-ADDED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-FAILED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-LISTED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-AUDIT-COUNT      PIC 9(7) VALUE ZERO.

      * The whole master, held so cards can be applied in any order
      * and the file rewritten once. 500 matches the enrollment
      * tables CONDITION-DEMO and FEE-BILLING load it into.
       01  WS-ENROLL-TABLE.
           05  WS-ENROLL-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-ENROLL-ENTRY OCCURS 500 TIMES.
               10  WS-ENR-ID       PIC X(9).
               10  WS-ENR-NAME     PIC X(20).
               10  WS-ENR-PROGRAM  PIC X(10).
               10  WS-ENR-STATUS   PIC X.
               10  WS-ENR-WITHDRAW-DATE PIC X(8).

       COPY GRDREC.

       COPY REGAUD.

       COPY PARMCARD.

       01  MAINT-HEADER-1.
           05  FILLER          PIC X(45)
               VALUE "STUDENT ENROLLMENT MASTER MAINTENANCE REPORT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MH1-RUN-DATE    PIC X(8).

       01  MAINT-HEADER-2.
           05  FILLER          PIC X(2)  VALUE "FN".
           05  FILLER          PIC X     VALUE SPACE.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "NAME".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(2)  VALUE "ST".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "WITHDRAWN".

       01  MAINT-DETAIL-LINE.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MD-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-NAME         PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-PROGRAM      PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-STATUS       PIC X.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MD-WITHDRAW-DATE PIC X(8).

       01  MAINT-MESSAGE-LINE.
           05  MM-FUNCTION     PIC X.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MM-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MM-TEXT         PIC X(50).

       01  MAINT-CHANGE-LINE.
           05  FILLER          PIC X(14) VALUE SPACES.
           05  MC-FIELD-NAME   PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  MC-OLD-VALUE    PIC X(20).
           05  FILLER          PIC X(4)  VALUE " -> ".
           05  MC-NEW-VALUE    PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  MC-CONFIRMED    PIC X(9).

       01  HELD-GRADES-TEXT.
           05  FILLER          PIC X(36)
               VALUE "HELD FOR CONFIRM Y - GRADES ON FILE:".
           05  HG-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO MAINTENANCE REQUESTS - ENRLMNT.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ENROLLMENT-MASTER
           IF WS-LOAD-OK-SW = "N"
               DISPLAY "RETURN-CODE 8: STUENRL.DAT NOT LOADED WHOLE"
                   " - NO MAINTENANCE DONE"
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REGISTRAR-AUDIT
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           PERFORM PRINT-REPORT-HEADERS

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM PROCESS-REQUEST
               END-READ
           END-PERFORM

           PERFORM WRITE-ENROLLMENT-MASTER
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a master that did not balance is
      * never recorded as maintained.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE REQUEST-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE REGISTRAR-AUDIT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: STUENRL.NEW OUT OF BALANCE"
                   " - DO NOT PROMOTE IT"
           ELSE
               IF WS-FAILED-COUNT > ZERO OR WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-FAILED-COUNT
                       " REQUEST(S) FAILED, " WS-HELD-COUNT
                       " HELD FOR CONFIRMATION"
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

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

      * The first add run builds the master, so a missing file is
      * an empty one. A master too big for the table is not - the
      * students past the end would be dropped from STUENRL.NEW.
       LOAD-ENROLLMENT-MASTER.
           OPEN INPUT ENROLL-MASTER-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "NO STUENRL.DAT - STARTING AN EMPTY MASTER"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ENROLL-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           PERFORM STORE-ENROLLMENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ENROLL-MASTER-FILE
           END-IF
           DISPLAY "STUDENTS ON ENROLLMENT MASTER: " WS-ENROLL-COUNT.

       STORE-ENROLLMENT-RECORD.
           IF WS-ENROLL-COUNT < 500
               ADD 1 TO WS-ENROLL-COUNT
               MOVE EN-STUDENT-ID TO WS-ENR-ID (WS-ENROLL-COUNT)
               MOVE EN-NAME       TO WS-ENR-NAME (WS-ENROLL-COUNT)
               MOVE EN-PROGRAM    TO WS-ENR-PROGRAM (WS-ENROLL-COUNT)
               MOVE EN-STATUS     TO WS-ENR-STATUS (WS-ENROLL-COUNT)
               MOVE EN-WITHDRAW-DATE
                   TO WS-ENR-WITHDRAW-DATE (WS-ENROLL-COUNT)
           ELSE
               DISPLAY "ENROLLMENT TABLE FULL AT " EN-STUDENT-ID
               MOVE "N" TO WS-LOAD-OK-SW
           END-IF.

      * Every student goes back out, changed or not, and the count
      * written must be the count read plus the adds.
       WRITE-ENROLLMENT-MASTER.
           OPEN OUTPUT ENROLL-OUT-FILE
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENROLL-COUNT
               MOVE WS-ENR-ID (WS-EX)      TO EN-STUDENT-ID
               MOVE WS-ENR-NAME (WS-EX)    TO EN-NAME
               MOVE WS-ENR-PROGRAM (WS-EX) TO EN-PROGRAM
               MOVE WS-ENR-STATUS (WS-EX)  TO EN-STATUS
               MOVE WS-ENR-WITHDRAW-DATE (WS-EX) TO EN-WITHDRAW-DATE
               WRITE ENROLL-OUT-REC FROM ENROLLMENT-RECORD
               ADD 1 TO WS-MASTER-WRITTEN
           END-PERFORM
           CLOSE ENROLL-OUT-FILE
           IF WS-MASTER-WRITTEN NOT = WS-MASTER-READ + WS-ADDED-COUNT
               MOVE "N" TO WS-BALANCE-SW
           END-IF.

       OPEN-REGISTRAR-AUDIT.
           OPEN EXTEND REGISTRAR-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT REGISTRAR-AUDIT-FILE
           END-IF.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "ENROLL-MAINT"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "ENROLL-MAINT"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-REQUEST-COUNT TO RL-INPUT-COUNT
           MOVE WS-ANSWERED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PROCESS-REQUEST.
           MOVE SPACE TO WS-CONFIRMED-SW
           EVALUATE EQ-FUNCTION
               WHEN "A"
                   PERFORM ADD-STUDENT
               WHEN "C"
                   PERFORM CHANGE-STUDENT
               WHEN "W"
                   PERFORM WITHDRAW-STUDENT
               WHEN "I"
                   PERFORM INQUIRE-ON-STUDENT
               WHEN "L"
                   PERFORM LIST-FULL-MASTER
               WHEN OTHER
                   MOVE "INVALID REQUEST FUNCTION" TO MM-TEXT
                   PERFORM FAIL-REQUEST
           END-EVALUATE.

      * A card that cannot be applied is answered on the report and
      * counted; the master is left exactly as it was.
       FAIL-REQUEST.
           ADD 1 TO WS-FAILED-COUNT
           PERFORM WRITE-DONE-LINE.

      * A card held for confirmation is not a failure - it is a
      * question for the registrar, answered by rekeying it.
       HOLD-REQUEST.
           ADD 1 TO WS-HELD-COUNT
           PERFORM WRITE-DONE-LINE.

       WRITE-DONE-LINE.
           MOVE EQ-FUNCTION   TO MM-FUNCTION
           MOVE EQ-STUDENT-ID TO MM-STUDENT-ID
           WRITE MAINT-REPORT-REC FROM MAINT-MESSAGE-LINE
           DISPLAY "ENROLL MAINT: " EQ-FUNCTION " " EQ-STUDENT-ID
               " " MM-TEXT.

       FIND-STUDENT.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENROLL-COUNT
                       OR WS-ENR-ID (WS-EX) = EQ-STUDENT-ID
               CONTINUE
           END-PERFORM.

      * Status, when keyed, must be one the chain understands; a
      * withdrawal date, when keyed, must be a plausible date; the
      * confirm column takes Y or nothing.
       EDIT-CARD-FIELDS.
           MOVE "Y" TO WS-CARD-OK-SW
           IF EQ-STUDENT-ID = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "STUDENT ID REQUIRED" TO MM-TEXT
           END-IF
           IF EQ-STATUS NOT = SPACE
                   AND EQ-STATUS NOT = "A"
                   AND EQ-STATUS NOT = "W"
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "STATUS MUST BE A OR W" TO MM-TEXT
           END-IF
           IF EQ-WITHDRAW-DATE NOT = SPACES
               MOVE EQ-WITHDRAW-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "WITHDRAWAL DATE IS NOT A VALID DATE"
                       TO MM-TEXT
               END-IF
           END-IF
           IF EQ-CONFIRM NOT = SPACE AND EQ-CONFIRM NOT = "Y"
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "CONFIRM MUST BE Y OR BLANK" TO MM-TEXT
           END-IF.

       CHECK-DATE-FORMAT.
           MOVE "Y" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE NOT NUMERIC
                   OR WS-CHECK-DATE(5:2) < "01"
                   OR WS-CHECK-DATE(5:2) > "12"
                   OR WS-CHECK-DATE(7:2) < "01"
                   OR WS-CHECK-DATE(7:2) > "31"
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

      * A new student needs an ID, a name and a program, and comes
      * on active - a withdrawal is its own card.
       ADD-STUDENT.
           PERFORM EDIT-CARD-FIELDS
           IF EQ-NAME = SPACES OR EQ-PROGRAM = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "NAME AND PROGRAM REQUIRED ON AN ADD" TO MM-TEXT
           END-IF
           IF EQ-STATUS = "W" OR EQ-WITHDRAW-DATE NOT = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "A STUDENT IS ADDED ACTIVE - USE A W CARD"
                   TO MM-TEXT
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               PERFORM FIND-STUDENT
               IF WS-EX NOT > WS-ENROLL-COUNT
                   MOVE "STUDENT ALREADY ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               ELSE
                   IF WS-ENROLL-COUNT NOT < 500
                       MOVE "ENROLLMENT MASTER FULL - NOT ADDED"
                           TO MM-TEXT
                       PERFORM FAIL-REQUEST
                   ELSE
                       PERFORM STORE-NEW-STUDENT
                   END-IF
               END-IF
           END-IF.

       STORE-NEW-STUDENT.
           ADD 1 TO WS-ENROLL-COUNT
           MOVE WS-ENROLL-COUNT TO WS-EX
           MOVE EQ-STUDENT-ID TO WS-ENR-ID (WS-EX)
           MOVE EQ-NAME       TO WS-ENR-NAME (WS-EX)
           MOVE EQ-PROGRAM    TO WS-ENR-PROGRAM (WS-EX)
           MOVE "A"           TO WS-ENR-STATUS (WS-EX)
           MOVE SPACES        TO WS-ENR-WITHDRAW-DATE (WS-EX)
           ADD 1 TO WS-ADDED-COUNT
           ADD 1 TO WS-ANSWERED-COUNT
           MOVE "STUDENT ADDED" TO MM-TEXT
           PERFORM WRITE-DONE-LINE
           MOVE "(NEW)"       TO RA-OLD-VALUE
           MOVE "NAME"        TO RA-FIELD-NAME
           MOVE EQ-NAME       TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "(NEW)"       TO RA-OLD-VALUE
           MOVE "PROGRAM"     TO RA-FIELD-NAME
           MOVE EQ-PROGRAM    TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "(NEW)"       TO RA-OLD-VALUE
           MOVE "STATUS"      TO RA-FIELD-NAME
           MOVE "A"           TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           PERFORM WRITE-STUDENT-DETAIL.

      * A change card may reinstate a withdrawn student (status A)
      * or correct the date one left, but a withdrawal itself goes
      * through the W card and its grade check.
       CHANGE-STUDENT.
           PERFORM EDIT-CARD-FIELDS
           IF EQ-STATUS = "W"
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "USE A W CARD TO WITHDRAW A STUDENT" TO MM-TEXT
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               PERFORM FIND-STUDENT
               IF WS-EX > WS-ENROLL-COUNT
                   MOVE "STUDENT NOT ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               ELSE
                   IF EQ-WITHDRAW-DATE NOT = SPACES
                           AND (WS-ENR-STATUS (WS-EX) NOT = "W"
                               OR EQ-STATUS = "A")
                       MOVE "WITHDRAWAL DATE ONLY ON A WITHDRAWN"
                           TO MM-TEXT
                       PERFORM FAIL-REQUEST
                   ELSE
                       PERFORM CHECK-STUDENT-CHANGES
                   END-IF
               END-IF
           END-IF.

      * A blank field on the card means "leave it", and a keyed
      * value equal to what is on file is no change.
       CHECK-STUDENT-CHANGES.
           IF (EQ-NAME NOT = SPACES
                       AND EQ-NAME NOT = WS-ENR-NAME (WS-EX))
                   OR (EQ-PROGRAM NOT = SPACES
                       AND EQ-PROGRAM NOT = WS-ENR-PROGRAM (WS-EX))
                   OR (EQ-STATUS = "A"
                       AND WS-ENR-STATUS (WS-EX) = "W")
                   OR (EQ-WITHDRAW-DATE NOT = SPACES
                       AND EQ-WITHDRAW-DATE
                           NOT = WS-ENR-WITHDRAW-DATE (WS-EX))
               PERFORM APPLY-STUDENT-CHANGES
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               MOVE "NO FIELDS CHANGED" TO MM-TEXT
               PERFORM WRITE-DONE-LINE
           END-IF.

      * Field by field, each real change imaged to the audit trail
      * before the table entry is updated.
       APPLY-STUDENT-CHANGES.
           ADD 1 TO WS-ANSWERED-COUNT
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "STUDENT CHANGED" TO MM-TEXT
           PERFORM WRITE-DONE-LINE
           IF EQ-NAME NOT = SPACES
                   AND EQ-NAME NOT = WS-ENR-NAME (WS-EX)
               MOVE "NAME"             TO RA-FIELD-NAME
               MOVE WS-ENR-NAME (WS-EX) TO RA-OLD-VALUE
               MOVE EQ-NAME            TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE EQ-NAME            TO WS-ENR-NAME (WS-EX)
           END-IF
           IF EQ-PROGRAM NOT = SPACES
                   AND EQ-PROGRAM NOT = WS-ENR-PROGRAM (WS-EX)
               MOVE "PROGRAM"          TO RA-FIELD-NAME
               MOVE WS-ENR-PROGRAM (WS-EX) TO RA-OLD-VALUE
               MOVE EQ-PROGRAM         TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE EQ-PROGRAM         TO WS-ENR-PROGRAM (WS-EX)
           END-IF
           IF EQ-STATUS = "A" AND WS-ENR-STATUS (WS-EX) = "W"
               MOVE "STATUS"           TO RA-FIELD-NAME
               MOVE "W"                TO RA-OLD-VALUE
               MOVE "A"                TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE "WITHDRAWN"        TO RA-FIELD-NAME
               MOVE WS-ENR-WITHDRAW-DATE (WS-EX) TO RA-OLD-VALUE
               MOVE SPACES             TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE "A"                TO WS-ENR-STATUS (WS-EX)
               MOVE SPACES TO WS-ENR-WITHDRAW-DATE (WS-EX)
           END-IF
           IF EQ-WITHDRAW-DATE NOT = SPACES
                   AND EQ-WITHDRAW-DATE
                       NOT = WS-ENR-WITHDRAW-DATE (WS-EX)
               MOVE "WITHDRAWN"        TO RA-FIELD-NAME
               MOVE WS-ENR-WITHDRAW-DATE (WS-EX) TO RA-OLD-VALUE
               MOVE EQ-WITHDRAW-DATE   TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE EQ-WITHDRAW-DATE
                   TO WS-ENR-WITHDRAW-DATE (WS-EX)
           END-IF
           PERFORM WRITE-STUDENT-DETAIL.

      * A student with grades already on file has sat the term; the
      * withdrawal is held until the registrar rekeys it confirmed,
      * and the confirmation rides on the audit images.
       WITHDRAW-STUDENT.
           PERFORM EDIT-CARD-FIELDS
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               PERFORM FIND-STUDENT
               IF WS-EX > WS-ENROLL-COUNT
                   MOVE "STUDENT NOT ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               ELSE
                   IF WS-ENR-STATUS (WS-EX) = "W"
                       MOVE "STUDENT ALREADY WITHDRAWN" TO MM-TEXT
                       PERFORM FAIL-REQUEST
                   ELSE
                       PERFORM COUNT-STUDENT-GRADES
                       IF WS-GRADES-ON-FILE > ZERO
                               AND EQ-CONFIRM NOT = "Y"
                           MOVE WS-GRADES-ON-FILE TO HG-COUNT
                           MOVE HELD-GRADES-TEXT TO MM-TEXT
                           PERFORM HOLD-REQUEST
                       ELSE
                           PERFORM APPLY-WITHDRAWAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Withdrawn-grade records (W) are the withdrawal itself, not
      * work on record, so they are not counted.
       COUNT-STUDENT-GRADES.
           MOVE ZERO TO WS-GRADES-ON-FILE
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS = "00"
               MOVE "N" TO WS-GRADE-EOF-SW
               PERFORM UNTIL WS-GRADE-EOF-SW = "Y"
                   READ GRADE-FILE INTO WS-GRADE-RECORD
                       AT END
                           MOVE "Y" TO WS-GRADE-EOF-SW
                       NOT AT END
                           IF GR-STUDENT-ID = EQ-STUDENT-ID
                                   AND GR-GRADE NOT = "W"
                                   AND (EQ-TERM = SPACES
                                       OR GR-TERM = EQ-TERM)
                               ADD 1 TO WS-GRADES-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

       APPLY-WITHDRAWAL.
           IF EQ-WITHDRAW-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-NEW-WITHDRAW-DATE
           ELSE
               MOVE EQ-WITHDRAW-DATE TO WS-NEW-WITHDRAW-DATE
           END-IF
           IF WS-GRADES-ON-FILE > ZERO
               MOVE "Y" TO WS-CONFIRMED-SW
               MOVE "WITHDRAWN - CONFIRMED OVER GRADES ON FILE"
                   TO MM-TEXT
           ELSE
               MOVE "STUDENT WITHDRAWN" TO MM-TEXT
           END-IF
           ADD 1 TO WS-WITHDRAWN-COUNT
           ADD 1 TO WS-ANSWERED-COUNT
           PERFORM WRITE-DONE-LINE
           MOVE "STATUS"           TO RA-FIELD-NAME
           MOVE WS-ENR-STATUS (WS-EX) TO RA-OLD-VALUE
           MOVE "W"                TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "WITHDRAWN"        TO RA-FIELD-NAME
           MOVE WS-ENR-WITHDRAW-DATE (WS-EX) TO RA-OLD-VALUE
           MOVE WS-NEW-WITHDRAW-DATE TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "W" TO WS-ENR-STATUS (WS-EX)
           MOVE WS-NEW-WITHDRAW-DATE TO WS-ENR-WITHDRAW-DATE (WS-EX)
           PERFORM WRITE-STUDENT-DETAIL.

      * Each image goes to the audit trail and, under the card's
      * message line, to the change report.
       WRITE-REGISTRAR-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RA-TIMESTAMP
           MOVE WS-RUN-DATE   TO RA-RUN-DATE
           MOVE "STUENRL"     TO RA-MASTER
           MOVE EQ-STUDENT-ID TO RA-KEY
           MOVE EQ-FUNCTION   TO RA-FUNCTION
           MOVE WS-CONFIRMED-SW TO RA-CONFIRMED
           WRITE REGISTRAR-AUDIT-REC FROM REGISTRAR-AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT
           MOVE RA-FIELD-NAME TO MC-FIELD-NAME
           MOVE RA-OLD-VALUE  TO MC-OLD-VALUE
           MOVE RA-NEW-VALUE  TO MC-NEW-VALUE
           IF WS-CONFIRMED-SW = "Y"
               MOVE "CONFIRMED" TO MC-CONFIRMED
           ELSE
               MOVE SPACES TO MC-CONFIRMED
           END-IF
           WRITE MAINT-REPORT-REC FROM MAINT-CHANGE-LINE.

       INQUIRE-ON-STUDENT.
           PERFORM FIND-STUDENT
           IF WS-EX > WS-ENROLL-COUNT
               MOVE "STUDENT NOT ON MASTER" TO MM-TEXT
               PERFORM FAIL-REQUEST
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               PERFORM WRITE-STUDENT-DETAIL
               DISPLAY "ENROLL MAINT: " WS-ENR-ID (WS-EX) " "
                   WS-ENR-NAME (WS-EX) " STATUS " WS-ENR-STATUS (WS-EX)
           END-IF.

       LIST-FULL-MASTER.
           IF WS-ENROLL-COUNT = ZERO
               MOVE "ENROLLMENT MASTER IS EMPTY" TO MM-TEXT
               PERFORM FAIL-REQUEST
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-ENROLL-COUNT
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM WRITE-STUDENT-DETAIL
               END-PERFORM
           END-IF.

       WRITE-STUDENT-DETAIL.
           MOVE WS-ENR-ID (WS-EX)      TO MD-STUDENT-ID
           MOVE WS-ENR-NAME (WS-EX)    TO MD-NAME
           MOVE WS-ENR-PROGRAM (WS-EX) TO MD-PROGRAM
           MOVE WS-ENR-STATUS (WS-EX)  TO MD-STATUS
           MOVE WS-ENR-WITHDRAW-DATE (WS-EX) TO MD-WITHDRAW-DATE
           WRITE MAINT-REPORT-REC FROM MAINT-DETAIL-LINE.

       PRINT-REPORT-HEADERS.
           MOVE WS-RUN-DATE TO MH1-RUN-DATE
           WRITE MAINT-REPORT-REC FROM MAINT-HEADER-1
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC FROM MAINT-HEADER-2.

       PRINT-RECONCILIATION.
           DISPLAY "===== ENROLLMENT MAINTENANCE RECONCILIATION =====".
           DISPLAY "REQUEST CARDS READ:  " WS-REQUEST-COUNT.
           DISPLAY "REQUESTS ANSWERED:   " WS-ANSWERED-COUNT.
           DISPLAY "STUDENTS ADDED:      " WS-ADDED-COUNT.
           DISPLAY "STUDENTS CHANGED:    " WS-CHANGED-COUNT.
           DISPLAY "STUDENTS WITHDRAWN:  " WS-WITHDRAWN-COUNT.
           DISPLAY "STUDENTS LISTED:     " WS-LISTED-COUNT.
           DISPLAY "HELD FOR CONFIRM:    " WS-HELD-COUNT.
           DISPLAY "REQUESTS FAILED:     " WS-FAILED-COUNT.
           DISPLAY "AUDIT IMAGES:        " WS-AUDIT-COUNT.
           DISPLAY "MASTER RECORDS READ: " WS-MASTER-READ.
           DISPLAY "MASTER RECORDS OUT:  " WS-MASTER-WRITTEN.
