       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-MAINT.

      * Card-driven maintenance and inquiry for the section master
      * SECTMSTR.DAT (see copybooks/SECTREC.cpy), the way
      * ENROLL-MAINT serves the enrollment master. Request cards in
      * SECTMNT.DAT carry a function, the section and term, and the
      * fields:
      *   A<sec><term><fields>  open a section - instructor and a
      *                         capacity above zero required
      *   C<sec><term><fields>  change a section - only the fields
      *                         keyed non-blank are changed
      *   W<sec><term>          withdraw a section from the master
      *   I<sec><term>          inquire on one section
      *   L                     print the full section listing
      * The seats taken are the section's enrolled registrations on
      * REGISTER.DAT (see registration.cob); before registration has
      * ever run they are the section's records on ROSTERIN.DAT,
      * less withdrawals (grade code W). A capacity cut below them
      * is held and reported instead of applied; rekeyed with Y in
      * the confirm column it goes through. A capacity raise is
      * filled from the section's waitlist by the next REGISTRATION
      * run. A section with seats taken or students waitlisted
      * cannot be withdrawn at all - its roster records would all
      * reject in CONDITION-DEMO - until its students are dropped
      * or withdrawn. Every field changed is written as a before/
      * after image to the REGAUDT.DAT audit trail and printed on
      * the SECTMNTR.RPT change report. The maintained master is
      * written to SECTMSTR.NEW, which run-section-maint.sh
      * promotes; a held or failed card ends RC=4, a master that
      * cannot be carried whole ends RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "SECTMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTMSTR-STATUS.

           SELECT SECTION-OUT-FILE ASSIGN TO "SECTMSTR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Section registration file kept by REGISTRATION - see
      * copybooks/REGREC.cpy. An enrolled registration holds a seat.
           SELECT REGISTER-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      * The class roster - every record on it holds a seat in its
      * section unless it is a withdrawal. Only counted when there
      * is no registration file yet.
           SELECT ROSTER-FILE ASSIGN TO "ROSTERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "SECTMNTR.RPT"
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
           05  SQ-FUNCTION     PIC X.
           05  SQ-KEY.
               10  SQ-SECTION  PIC X(3).
               10  SQ-TERM     PIC X(6).
           05  SQ-INSTRUCTOR   PIC X(20).
           05  SQ-ROOM         PIC X(5).
           05  SQ-CAPACITY     PIC X(3).
           05  SQ-CONFIRM      PIC X.

       FD  SECTION-MASTER-FILE.
       COPY SECTREC.

       FD  SECTION-OUT-FILE.
       01  SECTION-OUT-REC     PIC X(37).

       FD  REGISTER-FILE.
       COPY REGREC.

       FD  ROSTER-FILE.
       01  ROSTER-REC          PIC X(47).

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
       77  WS-ROSTER-EOF-SW    PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-SECTMSTR-STATUS  PIC XX.
       77  WS-ROSTER-STATUS    PIC XX.
       77  WS-REGISTER-STATUS  PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-LOAD-OK-SW       PIC X VALUE "Y".
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-CONFIRMED-SW     PIC X VALUE " ".
       77  WS-SEATS-TAKEN      PIC 9(5) VALUE ZERO.
       77  WS-SEATS-WAITING    PIC 9(5) VALUE ZERO.
       77  WS-NEW-CAPACITY     PIC 9(3) VALUE ZERO.
       77  WS-SX               PIC 9(3) COMP.

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
      * and the file rewritten once. 100 matches the section tables
      * CONDITION-DEMO, CLASS-REPORT and FEE-BILLING load it into. A
      * withdrawn section stays in the table marked "W" and is left
      * out when the master is written.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-SECTION-ENTRY OCCURS 100 TIMES.
               10  WS-SC-KEY.
                   15  WS-SC-SECTION   PIC X(3).
                   15  WS-SC-TERM      PIC X(6).
               10  WS-SC-INSTRUCTOR PIC X(20).
               10  WS-SC-ROOM      PIC X(5).
               10  WS-SC-CAPACITY  PIC 9(3).
               10  WS-SC-STATE     PIC X.

       COPY TRANXREC.

       COPY REGAUD.

       COPY PARMCARD.

       01  MAINT-HEADER-1.
           05  FILLER          PIC X(33)
               VALUE "SECTION MASTER MAINTENANCE REPORT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MH1-RUN-DATE    PIC X(8).

       01  MAINT-HEADER-2.
           05  FILLER          PIC X(2)  VALUE "FN".
           05  FILLER          PIC X     VALUE SPACE.
           05  FILLER          PIC X(3)  VALUE "SEC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TERM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "INSTRUCTOR".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "ROOM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "CAPACITY".

       01  MAINT-DETAIL-LINE.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MD-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-ROOM         PIC X(5).
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  MD-CAPACITY     PIC ZZ9.

       01  MAINT-MESSAGE-LINE.
           05  MM-FUNCTION     PIC X.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MM-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MM-TERM         PIC X(6).
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

       01  HELD-CAPACITY-TEXT.
           05  FILLER          PIC X(33)
               VALUE "HELD FOR CONFIRM Y - SEATS TAKEN:".
           05  HC-SEATS        PIC ZZZZ9.

       01  SEATS-TAKEN-TEXT.
           05  FILLER          PIC X(28)
               VALUE "NOT WITHDRAWN - SEATS TAKEN:".
           05  ST-SEATS        PIC ZZZZ9.

       01  WAITLIST-TEXT.
           05  FILLER          PIC X(27)
               VALUE "NOT WITHDRAWN - WAITLISTED:".
           05  WL-WAITING      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO MAINTENANCE REQUESTS - SECTMNT.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SECTION-MASTER
           IF WS-LOAD-OK-SW = "N"
               DISPLAY "RETURN-CODE 8: SECTMSTR.DAT NOT LOADED WHOLE"
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

           PERFORM WRITE-SECTION-MASTER
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
               DISPLAY "RETURN-CODE 8: SECTMSTR.NEW OUT OF BALANCE"
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
      * sections past the end would be dropped from SECTMSTR.NEW.
       LOAD-SECTION-MASTER.
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTMSTR-STATUS NOT = "00"
               DISPLAY "NO SECTMSTR.DAT - STARTING AN EMPTY MASTER"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SECTION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           PERFORM STORE-SECTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER-FILE
           END-IF
           DISPLAY "SECTIONS ON MASTER: " WS-SECTION-COUNT.

       STORE-SECTION-RECORD.
           IF WS-SECTION-COUNT < 100
               ADD 1 TO WS-SECTION-COUNT
               MOVE SC-SECTION    TO WS-SC-SECTION (WS-SECTION-COUNT)
               MOVE SC-TERM       TO WS-SC-TERM (WS-SECTION-COUNT)
               MOVE SC-INSTRUCTOR
                   TO WS-SC-INSTRUCTOR (WS-SECTION-COUNT)
               MOVE SC-ROOM       TO WS-SC-ROOM (WS-SECTION-COUNT)
               MOVE SC-CAPACITY   TO WS-SC-CAPACITY (WS-SECTION-COUNT)
               MOVE "A"           TO WS-SC-STATE (WS-SECTION-COUNT)
           ELSE
               DISPLAY "SECTION TABLE FULL AT " SC-SECTION " "
                   SC-TERM
               MOVE "N" TO WS-LOAD-OK-SW
           END-IF.

      * Every section still open goes back out, changed or not, and
      * the count written must be the count read plus the adds less
      * the withdrawals.
       WRITE-SECTION-MASTER.
           OPEN OUTPUT SECTION-OUT-FILE
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
               IF WS-SC-STATE (WS-SX) = "A"
                   MOVE WS-SC-SECTION (WS-SX)    TO SC-SECTION
                   MOVE WS-SC-TERM (WS-SX)       TO SC-TERM
                   MOVE WS-SC-INSTRUCTOR (WS-SX) TO SC-INSTRUCTOR
                   MOVE WS-SC-ROOM (WS-SX)       TO SC-ROOM
                   MOVE WS-SC-CAPACITY (WS-SX)   TO SC-CAPACITY
                   WRITE SECTION-OUT-REC FROM SECTION-RECORD
                   ADD 1 TO WS-MASTER-WRITTEN
               END-IF
           END-PERFORM
           CLOSE SECTION-OUT-FILE
           IF WS-MASTER-WRITTEN NOT = WS-MASTER-READ + WS-ADDED-COUNT
                   - WS-WITHDRAWN-COUNT
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
           MOVE "SECTION-MAINT"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "SECTION-MAINT"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-REQUEST-COUNT TO RL-INPUT-COUNT
           MOVE WS-ANSWERED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PROCESS-REQUEST.
           MOVE SPACE TO WS-CONFIRMED-SW
           EVALUATE SQ-FUNCTION
               WHEN "A"
                   PERFORM ADD-SECTION
               WHEN "C"
                   PERFORM CHANGE-SECTION
               WHEN "W"
                   PERFORM WITHDRAW-SECTION
               WHEN "I"
                   PERFORM INQUIRE-ON-SECTION
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
           MOVE SQ-FUNCTION TO MM-FUNCTION
           MOVE SQ-SECTION  TO MM-SECTION
           MOVE SQ-TERM     TO MM-TERM
           WRITE MAINT-REPORT-REC FROM MAINT-MESSAGE-LINE
           DISPLAY "SECTION MAINT: " SQ-FUNCTION " " SQ-SECTION
               " " SQ-TERM " " MM-TEXT.

       FIND-SECTION.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
                       OR (WS-SC-KEY (WS-SX) = SQ-KEY
                           AND WS-SC-STATE (WS-SX) = "A")
               CONTINUE
           END-PERFORM.

      * A term is keyed as the year and a two-letter session
      * (2026FA); a capacity, when keyed, must be a number above
      * zero; the confirm column takes Y or nothing.
       EDIT-CARD-FIELDS.
           MOVE "Y" TO WS-CARD-OK-SW
           IF SQ-SECTION = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "SECTION REQUIRED" TO MM-TEXT
           END-IF
           IF SQ-TERM(1:4) NOT NUMERIC
                   OR SQ-TERM(5:2) NOT ALPHABETIC
                   OR SQ-TERM(5:1) = SPACE
                   OR SQ-TERM(6:1) = SPACE
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "TERM MUST BE YEAR AND SESSION, E.G. 2026FA"
                   TO MM-TEXT
           END-IF
           IF SQ-CAPACITY NOT = SPACES
               IF SQ-CAPACITY NOT NUMERIC
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CAPACITY MUST BE 3 DIGITS" TO MM-TEXT
               ELSE
                   MOVE SQ-CAPACITY TO WS-NEW-CAPACITY
                   IF WS-NEW-CAPACITY = ZERO
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "CAPACITY MUST BE ABOVE ZERO" TO MM-TEXT
                   END-IF
               END-IF
           END-IF
           IF SQ-CONFIRM NOT = SPACE AND SQ-CONFIRM NOT = "Y"
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "CONFIRM MUST BE Y OR BLANK" TO MM-TEXT
           END-IF.

      * A new section needs an instructor of record and a capacity;
      * the room may follow on a change card.
       ADD-SECTION.
           PERFORM EDIT-CARD-FIELDS
           IF SQ-INSTRUCTOR = SPACES OR SQ-CAPACITY = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "INSTRUCTOR AND CAPACITY REQUIRED ON AN ADD"
                   TO MM-TEXT
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               PERFORM FIND-SECTION
               IF WS-SX NOT > WS-SECTION-COUNT
                   MOVE "SECTION ALREADY ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               ELSE
                   IF WS-SECTION-COUNT NOT < 100
                       MOVE "SECTION MASTER FULL - NOT ADDED"
                           TO MM-TEXT
                       PERFORM FAIL-REQUEST
                   ELSE
                       PERFORM STORE-NEW-SECTION
                   END-IF
               END-IF
           END-IF.

       STORE-NEW-SECTION.
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-SECTION-COUNT TO WS-SX
           MOVE SQ-SECTION      TO WS-SC-SECTION (WS-SX)
           MOVE SQ-TERM         TO WS-SC-TERM (WS-SX)
           MOVE SQ-INSTRUCTOR   TO WS-SC-INSTRUCTOR (WS-SX)
           MOVE SQ-ROOM         TO WS-SC-ROOM (WS-SX)
           MOVE WS-NEW-CAPACITY TO WS-SC-CAPACITY (WS-SX)
           MOVE "A"             TO WS-SC-STATE (WS-SX)
           ADD 1 TO WS-ADDED-COUNT
           ADD 1 TO WS-ANSWERED-COUNT
           MOVE "SECTION ADDED" TO MM-TEXT
           PERFORM WRITE-DONE-LINE
           MOVE "(NEW)"         TO RA-OLD-VALUE
           MOVE "INSTRUCTOR"    TO RA-FIELD-NAME
           MOVE SQ-INSTRUCTOR   TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "(NEW)"         TO RA-OLD-VALUE
           MOVE "ROOM"          TO RA-FIELD-NAME
           MOVE SQ-ROOM         TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "(NEW)"         TO RA-OLD-VALUE
           MOVE "CAPACITY"      TO RA-FIELD-NAME
           MOVE SQ-CAPACITY     TO RA-NEW-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           PERFORM WRITE-SECTION-DETAIL.

      * A capacity cut below the seats already taken would put the
      * section over capacity the moment it is applied; it is held
      * until the registrar rekeys it confirmed.
       CHANGE-SECTION.
           PERFORM EDIT-CARD-FIELDS
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               PERFORM FIND-SECTION
               IF WS-SX > WS-SECTION-COUNT
                   MOVE "SECTION NOT ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               ELSE
                   PERFORM CHECK-SECTION-CHANGES
               END-IF
           END-IF.

      * A blank field on the card means "leave it", and a keyed
      * value equal to what is on file is no change.
       CHECK-SECTION-CHANGES.
           IF (SQ-INSTRUCTOR NOT = SPACES
                       AND SQ-INSTRUCTOR
                           NOT = WS-SC-INSTRUCTOR (WS-SX))
                   OR (SQ-ROOM NOT = SPACES
                       AND SQ-ROOM NOT = WS-SC-ROOM (WS-SX))
                   OR (SQ-CAPACITY NOT = SPACES
                       AND WS-NEW-CAPACITY
                           NOT = WS-SC-CAPACITY (WS-SX))
               PERFORM CHECK-CAPACITY-CUT
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               MOVE "NO FIELDS CHANGED" TO MM-TEXT
               PERFORM WRITE-DONE-LINE
           END-IF.

       CHECK-CAPACITY-CUT.
           MOVE ZERO TO WS-SEATS-TAKEN
           IF SQ-CAPACITY NOT = SPACES
                   AND WS-NEW-CAPACITY < WS-SC-CAPACITY (WS-SX)
               PERFORM COUNT-SEATS-TAKEN
           END-IF
           IF WS-SEATS-TAKEN > WS-NEW-CAPACITY
                   AND SQ-CAPACITY NOT = SPACES
               IF SQ-CONFIRM = "Y"
                   MOVE "Y" TO WS-CONFIRMED-SW
                   PERFORM APPLY-SECTION-CHANGES
               ELSE
                   MOVE WS-SEATS-TAKEN TO HC-SEATS
                   MOVE HELD-CAPACITY-TEXT TO MM-TEXT
                   PERFORM HOLD-REQUEST
               END-IF
           ELSE
               PERFORM APPLY-SECTION-CHANGES
           END-IF.

      * Field by field, each real change imaged to the audit trail
      * before the table entry is updated.
       APPLY-SECTION-CHANGES.
           ADD 1 TO WS-ANSWERED-COUNT
           ADD 1 TO WS-CHANGED-COUNT
           IF WS-CONFIRMED-SW = "Y"
               MOVE "CHANGED - CONFIRMED BELOW SEATS TAKEN"
                   TO MM-TEXT
           ELSE
               MOVE "SECTION CHANGED" TO MM-TEXT
           END-IF
           PERFORM WRITE-DONE-LINE
           IF SQ-INSTRUCTOR NOT = SPACES
                   AND SQ-INSTRUCTOR NOT = WS-SC-INSTRUCTOR (WS-SX)
               MOVE "INSTRUCTOR"       TO RA-FIELD-NAME
               MOVE WS-SC-INSTRUCTOR (WS-SX) TO RA-OLD-VALUE
               MOVE SQ-INSTRUCTOR      TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE SQ-INSTRUCTOR      TO WS-SC-INSTRUCTOR (WS-SX)
           END-IF
           IF SQ-ROOM NOT = SPACES
                   AND SQ-ROOM NOT = WS-SC-ROOM (WS-SX)
               MOVE "ROOM"             TO RA-FIELD-NAME
               MOVE WS-SC-ROOM (WS-SX) TO RA-OLD-VALUE
               MOVE SQ-ROOM            TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE SQ-ROOM            TO WS-SC-ROOM (WS-SX)
           END-IF
           IF SQ-CAPACITY NOT = SPACES
                   AND WS-NEW-CAPACITY NOT = WS-SC-CAPACITY (WS-SX)
               MOVE "CAPACITY"         TO RA-FIELD-NAME
               MOVE WS-SC-CAPACITY (WS-SX) TO RA-OLD-VALUE
               MOVE SQ-CAPACITY        TO RA-NEW-VALUE
               PERFORM WRITE-REGISTRAR-AUDIT
               MOVE WS-NEW-CAPACITY    TO WS-SC-CAPACITY (WS-SX)
           END-IF
           PERFORM WRITE-SECTION-DETAIL.

      * An enrolled registration holds a seat and a waitlisted one
      * is queued for the next. With no registration file yet the
      * roster is counted instead.
       COUNT-SEATS-TAKEN.
           MOVE ZERO TO WS-SEATS-TAKEN
           MOVE ZERO TO WS-SEATS-WAITING
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE "N" TO WS-ROSTER-EOF-SW
               PERFORM UNTIL WS-ROSTER-EOF-SW = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-ROSTER-EOF-SW
                       NOT AT END
                           IF RG-SECTION = SQ-SECTION
                                   AND RG-TERM = SQ-TERM
                               EVALUATE RG-STATUS
                                   WHEN "E"
                                       ADD 1 TO WS-SEATS-TAKEN
                                   WHEN "L"
                                       ADD 1 TO WS-SEATS-WAITING
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           ELSE
               PERFORM COUNT-ROSTER-SEATS
           END-IF.

      * Withdrawals (grade code W) have given their seat up.
       COUNT-ROSTER-SEATS.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               MOVE "N" TO WS-ROSTER-EOF-SW
               PERFORM UNTIL WS-ROSTER-EOF-SW = "Y"
                   READ ROSTER-FILE INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO WS-ROSTER-EOF-SW
                       NOT AT END
                           IF TR-SECTION = SQ-SECTION
                                   AND TR-TERM = SQ-TERM
                                   AND TR-OP-CODE NOT = "W"
                               ADD 1 TO WS-SEATS-TAKEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      * Only an empty section may come off the master - a roster
      * record naming a section that is not there rejects, and a
      * waitlisted student would wait on a section that is gone.
       WITHDRAW-SECTION.
           PERFORM EDIT-CARD-FIELDS
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               PERFORM FIND-SECTION
               IF WS-SX > WS-SECTION-COUNT
                   MOVE "SECTION NOT ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               ELSE
                   PERFORM COUNT-SEATS-TAKEN
                   EVALUATE TRUE
                       WHEN WS-SEATS-TAKEN > ZERO
                           MOVE WS-SEATS-TAKEN TO ST-SEATS
                           MOVE SEATS-TAKEN-TEXT TO MM-TEXT
                           PERFORM FAIL-REQUEST
                       WHEN WS-SEATS-WAITING > ZERO
                           MOVE WS-SEATS-WAITING TO WL-WAITING
                           MOVE WAITLIST-TEXT TO MM-TEXT
                           PERFORM FAIL-REQUEST
                       WHEN OTHER
                           PERFORM APPLY-SECTION-WITHDRAWAL
                   END-EVALUATE
               END-IF
           END-IF.

       APPLY-SECTION-WITHDRAWAL.
           ADD 1 TO WS-WITHDRAWN-COUNT
           ADD 1 TO WS-ANSWERED-COUNT
           MOVE "SECTION WITHDRAWN" TO MM-TEXT
           PERFORM WRITE-DONE-LINE
           MOVE "(WITHDRAWN)"      TO RA-NEW-VALUE
           MOVE "INSTRUCTOR"       TO RA-FIELD-NAME
           MOVE WS-SC-INSTRUCTOR (WS-SX) TO RA-OLD-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "(WITHDRAWN)"      TO RA-NEW-VALUE
           MOVE "ROOM"             TO RA-FIELD-NAME
           MOVE WS-SC-ROOM (WS-SX) TO RA-OLD-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           MOVE "(WITHDRAWN)"      TO RA-NEW-VALUE
           MOVE "CAPACITY"         TO RA-FIELD-NAME
           MOVE WS-SC-CAPACITY (WS-SX) TO RA-OLD-VALUE
           PERFORM WRITE-REGISTRAR-AUDIT
           PERFORM WRITE-SECTION-DETAIL
           MOVE "W" TO WS-SC-STATE (WS-SX).

      * Each image goes to the audit trail and, under the card's
      * message line, to the change report.
       WRITE-REGISTRAR-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RA-TIMESTAMP
           MOVE WS-RUN-DATE   TO RA-RUN-DATE
           MOVE "SECTMSTR"    TO RA-MASTER
           MOVE SQ-KEY        TO RA-KEY
           MOVE SQ-FUNCTION   TO RA-FUNCTION
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

       INQUIRE-ON-SECTION.
           PERFORM FIND-SECTION
           IF WS-SX > WS-SECTION-COUNT
               MOVE "SECTION NOT ON MASTER" TO MM-TEXT
               PERFORM FAIL-REQUEST
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               PERFORM WRITE-SECTION-DETAIL
               DISPLAY "SECTION MAINT: " WS-SC-SECTION (WS-SX) " "
                   WS-SC-TERM (WS-SX) " " WS-SC-INSTRUCTOR (WS-SX)
                   " CAPACITY " WS-SC-CAPACITY (WS-SX)
           END-IF.

       LIST-FULL-MASTER.
           IF WS-SECTION-COUNT = ZERO
               MOVE "SECTION MASTER IS EMPTY" TO MM-TEXT
               PERFORM FAIL-REQUEST
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SECTION-COUNT
                   IF WS-SC-STATE (WS-SX) = "A"
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM WRITE-SECTION-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-SECTION-DETAIL.
           MOVE WS-SC-SECTION (WS-SX)    TO MD-SECTION
           MOVE WS-SC-TERM (WS-SX)       TO MD-TERM
           MOVE WS-SC-INSTRUCTOR (WS-SX) TO MD-INSTRUCTOR
           MOVE WS-SC-ROOM (WS-SX)       TO MD-ROOM
           MOVE WS-SC-CAPACITY (WS-SX)   TO MD-CAPACITY
           WRITE MAINT-REPORT-REC FROM MAINT-DETAIL-LINE.

       PRINT-REPORT-HEADERS.
           MOVE WS-RUN-DATE TO MH1-RUN-DATE
           WRITE MAINT-REPORT-REC FROM MAINT-HEADER-1
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC FROM MAINT-HEADER-2.

       PRINT-RECONCILIATION.
           DISPLAY "===== SECTION MAINTENANCE RECONCILIATION =====".
           DISPLAY "REQUEST CARDS READ:  " WS-REQUEST-COUNT.
           DISPLAY "REQUESTS ANSWERED:   " WS-ANSWERED-COUNT.
           DISPLAY "SECTIONS ADDED:      " WS-ADDED-COUNT.
           DISPLAY "SECTIONS CHANGED:    " WS-CHANGED-COUNT.
           DISPLAY "SECTIONS WITHDRAWN:  " WS-WITHDRAWN-COUNT.
           DISPLAY "SECTIONS LISTED:     " WS-LISTED-COUNT.
           DISPLAY "HELD FOR CONFIRM:    " WS-HELD-COUNT.
           DISPLAY "REQUESTS FAILED:     " WS-FAILED-COUNT.
           DISPLAY "AUDIT IMAGES:        " WS-AUDIT-COUNT.
           DISPLAY "MASTER RECORDS READ: " WS-MASTER-READ.
           DISPLAY "MASTER RECORDS OUT:  " WS-MASTER-WRITTEN.
