       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRATION.

      * Section registration with capacity enforcement, so a section
      * can no longer fill past its room size just because students
      * were keyed onto the class roster. Add/drop cards in REGIN.DAT
      * carry a function, the student and the section and term:
      *   A<student><sec><term>   register for a section
      *   D<student><sec><term>   drop a section, or come off its
      *                           waitlist
      * Each card is edited against the enrollment master STUENRL.DAT
      * and the section master SECTMSTR.DAT, and posted to the
      * registration file REGISTER.DAT (copybooks/REGREC.cpy). An add
      * to a section with a free seat and nobody waiting enrolls the
      * student; otherwise the student goes on the section's first
      * come, first served waitlist. A drop of an enrolled student
      * releases the seat to the next student waiting, and any seat
      * SECTION-MAINT has since opened up by raising a capacity is
      * filled from the waitlist the same way. A section whose grades
      * GRADE-CERT has certified is closed to adds and drops.
      * The class roster is then rebuilt from the registration file:
      * one record per enrolled student, carrying the score and grade
      * code the roster already held for that student and section, or
      * a new unscored record for a student just enrolled. A
      * withdrawal (grade code W) already on the roster stays with
      * the dropped registration it belongs to. A roster record with
      * no seat behind it comes off and is listed on REGRPT.RPT.
      * The first run, with no REGISTER.DAT yet, seeds it from the
      * roster as it stands, so the students already seated keep
      * their seats. Every student a card or a promotion touched gets
      * a notice on REGNOTE.RPT. REGISTER.NEW and ROSTERIN.NEW are
      * promoted by run-registration.sh. A refused card or a roster
      * record with no registration at all ends RC=4; a file that
      * cannot be held whole or does not balance ends RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "REGIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ENROLL-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

      * Section master - the section must be offered in the term,
      * and its SC-CAPACITY is the number of seats to be had.
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTMSTR-STATUS.

      * Section certification file kept by GRADE-CERT - see
      * copybooks/CERTREC.cpy. A missing file means no section has
      * been certified yet.
           SELECT CERT-FILE ASSIGN TO "SECTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO "REGISTER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The class roster as the instructors, GRADEBOOK and the
      * Incomplete sweep last left it - the scores carried forward.
           SELECT ROSTER-FILE ASSIGN TO "ROSTERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTERIN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REG-REPORT-FILE ASSIGN TO "REGRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO "REGNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
           05  RQ-FUNCTION     PIC X.
           05  RQ-KEY.
               10  RQ-STUDENT-ID   PIC X(9).
               10  RQ-SECTION      PIC X(3).
               10  RQ-TERM         PIC X(6).

       FD  ENROLL-MASTER-FILE.
       COPY STUENREC.

       FD  SECTION-MASTER-FILE.
       COPY SECTREC.

       FD  CERT-FILE.
       COPY CERTREC.

       FD  REGISTER-FILE.
       COPY REGREC.

       FD  REGISTER-OUT-FILE.
       01  REGISTER-OUT-REC    PIC X(42).

       FD  ROSTER-FILE.
       01  ROSTER-REC          PIC X(47).

       FD  ROSTER-OUT-FILE.
       01  ROSTER-OUT-REC      PIC X(47).

       FD  REG-REPORT-FILE.
       01  REG-REPORT-REC      PIC X(80).

       FD  NOTICE-FILE.
       01  NOTICE-REC          PIC X(80).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-ENROLL-STATUS    PIC XX.
       77  WS-SECTMSTR-STATUS  PIC XX.
       77  WS-CERT-STATUS      PIC XX.
       77  WS-REGISTER-STATUS  PIC XX.
       77  WS-ROSTER-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-LOAD-OK-SW       PIC X VALUE "Y".
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-SEED-SW          PIC X VALUE "N".
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-SEARCH-KEY       PIC X(18).
       77  WS-LAST-ARRIVAL     PIC 9(7) VALUE ZERO.
       77  WS-BEST-ARRIVAL     PIC 9(7) VALUE ZERO.
       77  WS-WAIT-POSITION    PIC 9(5) VALUE ZERO.
       77  WS-EDIT-POSITION    PIC ZZZZ9.
       77  WS-DIGIT-X          PIC 9 COMP VALUE ZERO.
       77  WS-RESULT-TEXT      PIC X(50).
       77  WS-NOTICE-REQUEST   PIC X(4).
       77  WS-NOTICE-STUDENT   PIC X(9).
       77  WS-NOTICE-SECTION   PIC X(3).
       77  WS-NOTICE-TERM      PIC X(6).
       77  WS-REFUSAL-TEXT     PIC X(50).
       77  WS-EX               PIC 9(3) COMP VALUE ZERO.
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CTX              PIC 9(3) COMP VALUE ZERO.
       77  WS-RX               PIC 9(4) COMP VALUE ZERO.
       77  WS-MX               PIC 9(4) COMP VALUE ZERO.
       77  WS-PX               PIC 9(4) COMP VALUE ZERO.
       77  WS-BX               PIC 9(4) COMP VALUE ZERO.
       77  WS-OX               PIC 9(4) COMP VALUE ZERO.
       77  WS-NX               PIC 9(4) COMP VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-CARDS-READ       PIC 9(7) VALUE ZERO.
           05  WS-CARDS-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-CARDS-REJECTED   PIC 9(7) VALUE ZERO.
           05  WS-ENROLLED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-WAITLISTED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-DROPPED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-UNLISTED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PROMOTED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REGISTER-READ    PIC 9(7) VALUE ZERO.
           05  WS-REGISTER-SEEDED  PIC 9(7) VALUE ZERO.
           05  WS-REGISTER-ADDED   PIC 9(7) VALUE ZERO.
           05  WS-REGISTER-WRITTEN PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-READ      PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-CARRIED   PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-NEW       PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-REMOVED   PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-UNREG     PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-WRITTEN   PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-PRINTED  PIC 9(7) VALUE ZERO.

       COPY TRANXREC.

       COPY PARMCARD.

      * Students from STUENRL.DAT - the card edits and the names on
      * the notices.
       01  WS-ENROLL-TABLE.
           05  WS-ENROLL-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-ENROLL-ENTRY OCCURS 500 TIMES.
               10  WS-ENR-ID       PIC X(9).
               10  WS-ENR-NAME     PIC X(20).
               10  WS-ENR-STATUS   PIC X.

      * Sections from SECTMSTR.DAT with the seats taken and the
      * students waiting, kept current as cards are posted.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-SECTION-ENTRY OCCURS 100 TIMES.
               10  WS-SEC-SECTION   PIC X(3).
               10  WS-SEC-TERM      PIC X(6).
               10  WS-SEC-CAPACITY  PIC 9(3).
               10  WS-SEC-ENROLLED  PIC 9(5).
               10  WS-SEC-WAITING   PIC 9(5).
               10  WS-SEC-CERTIFIED PIC X.

      * The whole registration file, held in RG-KEY order so cards
      * can be posted in any order and the file written once.
       01  WS-REGISTER-TABLE.
           05  WS-REG-COUNT    PIC 9(4) COMP VALUE ZERO.
           05  WS-REG-ENTRY OCCURS 2000 TIMES.
               10  WS-RG-KEY.
                   15  WS-RG-STUDENT-ID PIC X(9).
                   15  WS-RG-SECTION    PIC X(3).
                   15  WS-RG-TERM       PIC X(6).
               10  WS-RG-STATUS      PIC X.
               10  WS-RG-ARRIVAL     PIC 9(7).
               10  WS-RG-ADD-DATE    PIC X(8).
               10  WS-RG-STATUS-DATE PIC X(8).

      * The roster in hand, each record marked once it has been
      * carried to the rebuilt roster.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COUNT PIC 9(4) COMP VALUE ZERO.
           05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
               10  WS-RO-RECORD    PIC X(47).
               10  WS-RO-CARRIED   PIC X.

      * What each student is to be told, printed grouped by student.
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-COUNT PIC 9(4) COMP VALUE ZERO.
           05  WS-NOTICE-ENTRY OCCURS 2000 TIMES.
               10  WS-NT-STUDENT-ID PIC X(9).
               10  WS-NT-SECTION    PIC X(3).
               10  WS-NT-TERM       PIC X(6).
               10  WS-NT-REQUEST    PIC X(4).
               10  WS-NT-TEXT       PIC X(50).

       01  REG-HEADER-1.
           05  FILLER          PIC X(27)
               VALUE "SECTION REGISTRATION REPORT".
           05  FILLER          PIC X(11) VALUE "  RUN DATE ".
           05  RH1-RUN-DATE    PIC X(8).

       01  REG-HEADER-2.
           05  FILLER          PIC X(2)  VALUE "FN".
           05  FILLER          PIC X     VALUE SPACE.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(3)  VALUE "SEC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TERM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "RESULT".

       01  REG-CARD-LINE.
           05  RC-FUNCTION     PIC X.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-RESULT       PIC X(50).

       01  SEAT-HEADER-1.
           05  FILLER          PIC X(30)
               VALUE "SECTION SEATS AFTER THIS RUN".

       01  SEAT-HEADER-2.
           05  FILLER          PIC X(3)  VALUE "SEC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TERM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "CAPACITY".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "ENROLLED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(7)  VALUE "WAITING".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(4)  VALUE "OPEN".

       01  SEAT-LINE.
           05  SL-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-TERM         PIC X(6).
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  SL-CAPACITY     PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  SL-ENROLLED     PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  SL-WAITING      PIC ZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SL-OPEN         PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-FLAG         PIC X(15).

       01  REG-TOTAL-LINE.
           05  TL-TEXT         PIC X(36).
           05  TL-COUNT        PIC Z,ZZZ,ZZ9.

       01  NOTICE-HEADER-1.
           05  FILLER          PIC X(20)
               VALUE "REGISTRATION NOTICE ".
           05  NH1-STUDENT-ID  PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NH1-NAME        PIC X(20).
           05  FILLER          PIC X(11) VALUE "  RUN DATE ".
           05  NH1-RUN-DATE    PIC X(8).

       01  NOTICE-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NL-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NL-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NL-REQUEST      PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NL-TEXT         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-ENROLLMENT-MASTER
           PERFORM LOAD-SECTION-MASTER
           PERFORM LOAD-CERTIFIED-SECTIONS
           PERFORM LOAD-ROSTER-FILE
           PERFORM LOAD-REGISTER-FILE
           IF WS-SEED-SW = "Y"
               PERFORM SEED-FROM-ROSTER
           END-IF
           IF WS-LOAD-OK-SW = "N"
               DISPLAY "RETURN-CODE 8: REGISTRATION FILES NOT LOADED"
                   " WHOLE - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TALLY-SECTION-SEATS
           OPEN OUTPUT REG-REPORT-FILE
           OPEN OUTPUT NOTICE-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           WRITE REG-REPORT-REC FROM REG-HEADER-1
           MOVE SPACES TO REG-REPORT-REC
           WRITE REG-REPORT-REC
           WRITE REG-REPORT-REC FROM REG-HEADER-2

           PERFORM PROCESS-REGISTRATION-CARDS
           PERFORM FILL-ALL-OPEN-SEATS
           PERFORM WRITE-REGISTER-FILE
           PERFORM REBUILD-CLASS-ROSTER
           PERFORM PRINT-SECTION-SEATS
           PERFORM PRINT-REGISTRATION-TOTALS
           PERFORM PRINT-STUDENT-NOTICES
           CLOSE REG-REPORT-FILE
           CLOSE NOTICE-FILE
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a registration run that did not
      * balance is rerun rather than skipped on restart.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: REGISTRATION OUT OF BALANCE"
                   " - DO NOT PROMOTE REGISTER.NEW OR ROSTERIN.NEW"
           ELSE
               IF WS-CARDS-REJECTED > ZERO
                       OR WS-ROSTER-UNREG > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-CARDS-REJECTED
                       " CARD(S) REFUSED, " WS-ROSTER-UNREG
                       " ROSTER RECORD(S) NOT REGISTERED"
                       " - SEE REGRPT.RPT"
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

      * Registration without the enrollment master cannot tell a
      * student from a typo, so a missing file stops the step.
       LOAD-ENROLLMENT-MASTER.
           OPEN INPUT ENROLL-MASTER-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "ENROLLMENT MASTER STUENRL.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ENROLL-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-ENROLL-COUNT < 500
                           ADD 1 TO WS-ENROLL-COUNT
                           MOVE EN-STUDENT-ID
                               TO WS-ENR-ID (WS-ENROLL-COUNT)
                           MOVE EN-NAME
                               TO WS-ENR-NAME (WS-ENROLL-COUNT)
                           MOVE EN-STATUS
                               TO WS-ENR-STATUS (WS-ENROLL-COUNT)
                       ELSE
                           DISPLAY "ENROLLMENT TABLE FULL AT "
                               EN-STUDENT-ID
                           MOVE "N" TO WS-LOAD-OK-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER-FILE
           DISPLAY "STUDENTS ON ENROLLMENT MASTER: " WS-ENROLL-COUNT.

      * Without the section master there is no capacity to enforce,
      * so a missing file stops the step.
       LOAD-SECTION-MASTER.
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTMSTR-STATUS NOT = "00"
               DISPLAY "SECTION MASTER SECTMSTR.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SECTION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-SECTION-RECORD
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           DISPLAY "SECTIONS ON MASTER: " WS-SECTION-COUNT.

       STORE-SECTION-RECORD.
           IF WS-SECTION-COUNT < 100
               ADD 1 TO WS-SECTION-COUNT
               MOVE SC-SECTION  TO WS-SEC-SECTION (WS-SECTION-COUNT)
               MOVE SC-TERM     TO WS-SEC-TERM (WS-SECTION-COUNT)
               MOVE SC-CAPACITY TO WS-SEC-CAPACITY (WS-SECTION-COUNT)
               MOVE ZERO        TO WS-SEC-ENROLLED (WS-SECTION-COUNT)
               MOVE ZERO        TO WS-SEC-WAITING (WS-SECTION-COUNT)
               MOVE "N"         TO WS-SEC-CERTIFIED (WS-SECTION-COUNT)
           ELSE
               DISPLAY "SECTION TABLE FULL AT " SC-SECTION " "
                   SC-TERM
               MOVE "N" TO WS-LOAD-OK-SW
           END-IF.

      * A missing certification file just means GRADE-CERT has not
      * certified anything yet - every section is open.
       LOAD-CERTIFIED-SECTIONS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CT-STATUS = "C"
                               PERFORM MARK-CERTIFIED-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.

       MARK-CERTIFIED-SECTION.
           PERFORM VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-SECTION-COUNT
               IF WS-SEC-SECTION (WS-CTX) = CT-SECTION
                       AND WS-SEC-TERM (WS-CTX) = CT-TERM
                   MOVE "Y" TO WS-SEC-CERTIFIED (WS-CTX)
               END-IF
           END-PERFORM.

      * No roster yet is not an error - the rebuilt roster is made
      * entirely of new records. A roster too big for the table is:
      * the records past the end would be lost from ROSTERIN.NEW.
       LOAD-ROSTER-FILE.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "NO ROSTERIN.DAT - ROSTER BUILT FROM"
                   " REGISTRATIONS ALONE"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ROSTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM STORE-ROSTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       STORE-ROSTER-RECORD.
           IF WS-ROSTER-COUNT < 2000
               ADD 1 TO WS-ROSTER-COUNT
               MOVE ROSTER-REC TO WS-RO-RECORD (WS-ROSTER-COUNT)
               MOVE "N"        TO WS-RO-CARRIED (WS-ROSTER-COUNT)
           ELSE
               DISPLAY "ROSTER TABLE FULL AT RECORD " WS-ROSTER-READ
               MOVE "N" TO WS-LOAD-OK-SW
           END-IF.

      * The first registration run has no REGISTER.DAT; it is seeded
      * from the roster once the roster is in hand.
       LOAD-REGISTER-FILE.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO WS-SEED-SW
               DISPLAY "NO REGISTER.DAT - SEEDING IT FROM THE ROSTER"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-REGISTER-READ
                           PERFORM STORE-REGISTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           DISPLAY "REGISTRATIONS ON FILE: " WS-REG-COUNT.

       STORE-REGISTER-RECORD.
           MOVE RG-KEY TO WS-SEARCH-KEY
           PERFORM FIND-REGISTRATION
           IF WS-FOUND-SW = "Y"
               DISPLAY "DUPLICATE REGISTRATION ON FILE: " RG-KEY
               MOVE "N" TO WS-LOAD-OK-SW
           ELSE
               PERFORM INSERT-REGISTRATION
               IF WS-FOUND-SW = "Y"
                   MOVE RG-STATUS      TO WS-RG-STATUS (WS-RX)
                   MOVE RG-ARRIVAL     TO WS-RG-ARRIVAL (WS-RX)
                   MOVE RG-ADD-DATE    TO WS-RG-ADD-DATE (WS-RX)
                   MOVE RG-STATUS-DATE TO WS-RG-STATUS-DATE (WS-RX)
                   IF RG-ARRIVAL > WS-LAST-ARRIVAL
                       MOVE RG-ARRIVAL TO WS-LAST-ARRIVAL
                   END-IF
               ELSE
                   DISPLAY "REGISTRATION TABLE FULL AT " RG-KEY
                   MOVE "N" TO WS-LOAD-OK-SW
               END-IF
           END-IF.

      * Every student already on the roster keeps the seat, in roster
      * order, whatever the capacity - the seats were taken before
      * registration existed. A withdrawal on the roster seeds as a
      * dropped registration, so its W grade stays on the roster.
       SEED-FROM-ROSTER.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-ROSTER-COUNT
               MOVE WS-RO-RECORD (WS-OX) TO TRANSACTION-RECORD
               MOVE TR-ID      TO WS-SEARCH-KEY(1:9)
               MOVE TR-SECTION TO WS-SEARCH-KEY(10:3)
               MOVE TR-TERM    TO WS-SEARCH-KEY(13:6)
               PERFORM FIND-REGISTRATION
               IF WS-FOUND-SW = "N"
                   PERFORM INSERT-REGISTRATION
                   IF WS-FOUND-SW = "Y"
                       ADD 1 TO WS-REGISTER-SEEDED
                       PERFORM SET-NEW-ARRIVAL
                       IF TR-OP-CODE = "W"
                           MOVE "D" TO WS-RG-STATUS (WS-RX)
                       ELSE
                           MOVE "E" TO WS-RG-STATUS (WS-RX)
                       END-IF
                   ELSE
                       DISPLAY "REGISTRATION TABLE FULL SEEDING "
                           WS-SEARCH-KEY
                       MOVE "N" TO WS-LOAD-OK-SW
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "REGISTRATIONS SEEDED FROM ROSTER: "
               WS-REGISTER-SEEDED.

      * Leaves WS-RX on the entry with WS-SEARCH-KEY and WS-FOUND-SW
      * "Y", or on the entry it would go in front of and "N".
       FIND-REGISTRATION.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
                       OR WS-RG-KEY (WS-RX) NOT < WS-SEARCH-KEY
               CONTINUE
           END-PERFORM
           IF WS-RX NOT > WS-REG-COUNT
               IF WS-RG-KEY (WS-RX) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-IF.

      * Opens a slot at WS-RX for WS-SEARCH-KEY, keeping the table
      * in key order. WS-FOUND-SW comes back "N" if the table is
      * full and nothing was inserted.
       INSERT-REGISTRATION.
           IF WS-REG-COUNT NOT < 2000
               MOVE "N" TO WS-FOUND-SW
           ELSE
               PERFORM VARYING WS-MX FROM WS-REG-COUNT BY -1
                       UNTIL WS-MX < WS-RX
                   MOVE WS-REG-ENTRY (WS-MX)
                       TO WS-REG-ENTRY (WS-MX + 1)
               END-PERFORM
               ADD 1 TO WS-REG-COUNT
               MOVE WS-SEARCH-KEY TO WS-RG-KEY (WS-RX)
               MOVE SPACE         TO WS-RG-STATUS (WS-RX)
               MOVE ZERO          TO WS-RG-ARRIVAL (WS-RX)
               MOVE WS-RUN-DATE   TO WS-RG-ADD-DATE (WS-RX)
               MOVE WS-RUN-DATE   TO WS-RG-STATUS-DATE (WS-RX)
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       SET-NEW-ARRIVAL.
           ADD 1 TO WS-LAST-ARRIVAL
           MOVE WS-LAST-ARRIVAL TO WS-RG-ARRIVAL (WS-RX)
           MOVE WS-RUN-DATE     TO WS-RG-ADD-DATE (WS-RX)
           MOVE WS-RUN-DATE     TO WS-RG-STATUS-DATE (WS-RX).

      * Seats taken and students waiting per section, from the file
      * as loaded; the card postings keep them current from here.
       TALLY-SECTION-SEATS.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
               PERFORM FIND-ENTRY-SECTION
               IF WS-SX NOT > WS-SECTION-COUNT
                   EVALUATE WS-RG-STATUS (WS-RX)
                       WHEN "E"
                           ADD 1 TO WS-SEC-ENROLLED (WS-SX)
                       WHEN "L"
                           ADD 1 TO WS-SEC-WAITING (WS-SX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-ENTRY-SECTION.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
                       OR (WS-SEC-SECTION (WS-SX)
                               = WS-RG-SECTION (WS-RX)
                           AND WS-SEC-TERM (WS-SX)
                               = WS-RG-TERM (WS-RX))
               CONTINUE
           END-PERFORM.

      * No card file is not an error: the run still fills any seat
      * a capacity change opened and refreshes the roster.
       PROCESS-REGISTRATION-CARDS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO REGISTRATION CARDS - REGIN.DAT MISSING"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM PROCESS-REGISTRATION-CARD
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

       PROCESS-REGISTRATION-CARD.
           EVALUATE RQ-FUNCTION
               WHEN "A"
                   PERFORM APPLY-ADD-CARD
               WHEN "D"
                   PERFORM APPLY-DROP-CARD
               WHEN OTHER
                   MOVE "INVALID FUNCTION - A OR D" TO WS-RESULT-TEXT
                   PERFORM REFUSE-CARD
           END-EVALUATE.

      * Edits shared by adds and drops. WS-EX and WS-SX are left on
      * the student and the section for the posting.
       EDIT-REGISTRATION-CARD.
           MOVE "Y" TO WS-CARD-OK-SW
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENROLL-COUNT
                       OR WS-ENR-ID (WS-EX) = RQ-STUDENT-ID
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
                       OR (WS-SEC-SECTION (WS-SX) = RQ-SECTION
                           AND WS-SEC-TERM (WS-SX) = RQ-TERM)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EX > WS-ENROLL-COUNT
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "STUDENT NOT ON ENROLLMENT MASTER"
                       TO WS-RESULT-TEXT
               WHEN WS-SX > WS-SECTION-COUNT
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "SECTION NOT OFFERED IN TERM"
                       TO WS-RESULT-TEXT
               WHEN WS-SEC-CERTIFIED (WS-SX) = "Y"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "SECTION GRADES CERTIFIED - REGISTRATION CLOSED"
                       TO WS-RESULT-TEXT
           END-EVALUATE.

      * A student withdrawn from the institution cannot take a
      * seat; a section with a free seat and nobody ahead in line
      * enrolls, otherwise the student joins the end of the line.
       APPLY-ADD-CARD.
           PERFORM EDIT-REGISTRATION-CARD
           IF WS-CARD-OK-SW = "Y"
               IF WS-ENR-STATUS (WS-EX) = "W"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "STUDENT WITHDRAWN" TO WS-RESULT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y"
               MOVE RQ-KEY TO WS-SEARCH-KEY
               PERFORM FIND-REGISTRATION
               IF WS-FOUND-SW = "Y"
                   EVALUATE WS-RG-STATUS (WS-RX)
                       WHEN "E"
                           MOVE "N" TO WS-CARD-OK-SW
                           MOVE "ALREADY ENROLLED IN SECTION"
                               TO WS-RESULT-TEXT
                       WHEN "L"
                           MOVE "N" TO WS-CARD-OK-SW
                           MOVE "ALREADY ON THE SECTION WAITLIST"
                               TO WS-RESULT-TEXT
                   END-EVALUATE
               ELSE
                   PERFORM INSERT-REGISTRATION
                   IF WS-FOUND-SW = "Y"
                       ADD 1 TO WS-REGISTER-ADDED
                   ELSE
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "REGISTRATION FILE FULL - NOT POSTED"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM REFUSE-CARD
           ELSE
               PERFORM POST-ADD-CARD
           END-IF.

       POST-ADD-CARD.
           ADD 1 TO WS-CARDS-APPLIED
           PERFORM SET-NEW-ARRIVAL
           IF WS-SEC-ENROLLED (WS-SX) < WS-SEC-CAPACITY (WS-SX)
                   AND WS-SEC-WAITING (WS-SX) = ZERO
               MOVE "E" TO WS-RG-STATUS (WS-RX)
               ADD 1 TO WS-SEC-ENROLLED (WS-SX)
               ADD 1 TO WS-ENROLLED-COUNT
               MOVE "ENROLLED - SEAT CONFIRMED" TO WS-RESULT-TEXT
           ELSE
               MOVE "L" TO WS-RG-STATUS (WS-RX)
               ADD 1 TO WS-SEC-WAITING (WS-SX)
               ADD 1 TO WS-WAITLISTED-COUNT
               PERFORM COUNT-WAIT-POSITION
               MOVE WS-WAIT-POSITION TO WS-EDIT-POSITION
               PERFORM VARYING WS-DIGIT-X FROM 1 BY 1
                       UNTIL WS-EDIT-POSITION(WS-DIGIT-X:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "SECTION FULL - WAITLISTED, POSITION "
                       WS-EDIT-POSITION(WS-DIGIT-X:)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF
           PERFORM WRITE-CARD-LINE
           MOVE "ADD" TO WS-NOTICE-REQUEST
           PERFORM ADD-CARD-NOTICE.

      * A dropped seat goes straight to the next student waiting;
      * a student only on the waitlist just comes off it.
       APPLY-DROP-CARD.
           PERFORM EDIT-REGISTRATION-CARD
           IF WS-CARD-OK-SW = "Y"
               MOVE RQ-KEY TO WS-SEARCH-KEY
               PERFORM FIND-REGISTRATION
               IF WS-FOUND-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "NOT REGISTERED IN SECTION" TO WS-RESULT-TEXT
               ELSE
                   IF WS-RG-STATUS (WS-RX) = "D"
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "ALREADY DROPPED" TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM REFUSE-CARD
           ELSE
               PERFORM POST-DROP-CARD
           END-IF.

       POST-DROP-CARD.
           ADD 1 TO WS-CARDS-APPLIED
           MOVE WS-RUN-DATE TO WS-RG-STATUS-DATE (WS-RX)
           IF WS-RG-STATUS (WS-RX) = "E"
               SUBTRACT 1 FROM WS-SEC-ENROLLED (WS-SX)
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED - SEAT RELEASED" TO WS-RESULT-TEXT
           ELSE
               SUBTRACT 1 FROM WS-SEC-WAITING (WS-SX)
               ADD 1 TO WS-UNLISTED-COUNT
               MOVE "REMOVED FROM THE SECTION WAITLIST"
                   TO WS-RESULT-TEXT
           END-IF
           MOVE "D" TO WS-RG-STATUS (WS-RX)
           PERFORM WRITE-CARD-LINE
           MOVE "DROP" TO WS-NOTICE-REQUEST
           PERFORM ADD-CARD-NOTICE
           PERFORM FILL-OPEN-SEATS.

      * A refused card is answered on the report and, when the
      * student is on file, on the student's notice.
       REFUSE-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           PERFORM WRITE-CARD-LINE
           DISPLAY "REGISTRATION CARD REFUSED: " RQ-FUNCTION " "
               RQ-STUDENT-ID " " RQ-SECTION " " RQ-TERM " "
               WS-RESULT-TEXT
           IF WS-EX NOT > WS-ENROLL-COUNT
                   AND (RQ-FUNCTION = "A" OR RQ-FUNCTION = "D")
               IF RQ-FUNCTION = "A"
                   MOVE "ADD" TO WS-NOTICE-REQUEST
               ELSE
                   MOVE "DROP" TO WS-NOTICE-REQUEST
               END-IF
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "NOT DONE - " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               MOVE WS-REFUSAL-TEXT TO WS-RESULT-TEXT
               PERFORM ADD-CARD-NOTICE
           END-IF.

       WRITE-CARD-LINE.
           MOVE RQ-FUNCTION    TO RC-FUNCTION
           MOVE RQ-STUDENT-ID  TO RC-STUDENT-ID
           MOVE RQ-SECTION     TO RC-SECTION
           MOVE RQ-TERM        TO RC-TERM
           MOVE WS-RESULT-TEXT TO RC-RESULT
           WRITE REG-REPORT-REC FROM REG-CARD-LINE.

       ADD-CARD-NOTICE.
           MOVE RQ-STUDENT-ID TO WS-NOTICE-STUDENT
           MOVE RQ-SECTION    TO WS-NOTICE-SECTION
           MOVE RQ-TERM       TO WS-NOTICE-TERM
           PERFORM STORE-NOTICE.

       STORE-NOTICE.
           IF WS-NOTICE-COUNT < 2000
               ADD 1 TO WS-NOTICE-COUNT
               MOVE WS-NOTICE-COUNT   TO WS-NX
               MOVE WS-NOTICE-STUDENT TO WS-NT-STUDENT-ID (WS-NX)
               MOVE WS-NOTICE-SECTION TO WS-NT-SECTION (WS-NX)
               MOVE WS-NOTICE-TERM    TO WS-NT-TERM (WS-NX)
               MOVE WS-NOTICE-REQUEST TO WS-NT-REQUEST (WS-NX)
               MOVE WS-RESULT-TEXT    TO WS-NT-TEXT (WS-NX)
           ELSE
               DISPLAY "NOTICE TABLE FULL - NO NOTICE FOR "
                   WS-NOTICE-STUDENT " " WS-RESULT-TEXT
           END-IF.

      * The student's place in line: everyone waiting for the same
      * section who arrived first, plus one.
       COUNT-WAIT-POSITION.
           MOVE ZERO TO WS-WAIT-POSITION
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-REG-COUNT
               IF WS-RG-STATUS (WS-PX) = "L"
                       AND WS-RG-SECTION (WS-PX) = WS-RG-SECTION (WS-RX)
                       AND WS-RG-TERM (WS-PX) = WS-RG-TERM (WS-RX)
                       AND WS-RG-ARRIVAL (WS-PX)
                           NOT > WS-RG-ARRIVAL (WS-RX)
                   ADD 1 TO WS-WAIT-POSITION
               END-IF
           END-PERFORM.

      * Every section, after the cards: a seat opened by a capacity
      * raise on SECTION-MAINT goes down the waitlist too.
       FILL-ALL-OPEN-SEATS.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
               IF WS-SEC-CERTIFIED (WS-SX) = "N"
                   PERFORM FILL-OPEN-SEATS
               END-IF
           END-PERFORM.

       FILL-OPEN-SEATS.
           MOVE "Y" TO WS-FOUND-SW
           PERFORM UNTIL WS-FOUND-SW = "N"
                   OR WS-SEC-WAITING (WS-SX) = ZERO
                   OR WS-SEC-ENROLLED (WS-SX)
                       NOT < WS-SEC-CAPACITY (WS-SX)
               PERFORM PROMOTE-NEXT-WAITING
           END-PERFORM.

      * The waitlisted student for section WS-SX who arrived first
      * takes the seat.
       PROMOTE-NEXT-WAITING.
           MOVE ZERO TO WS-BX
           MOVE 9999999 TO WS-BEST-ARRIVAL
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-REG-COUNT
               IF WS-RG-STATUS (WS-PX) = "L"
                       AND WS-RG-SECTION (WS-PX)
                           = WS-SEC-SECTION (WS-SX)
                       AND WS-RG-TERM (WS-PX) = WS-SEC-TERM (WS-SX)
                       AND WS-RG-ARRIVAL (WS-PX) < WS-BEST-ARRIVAL
                   MOVE WS-PX TO WS-BX
                   MOVE WS-RG-ARRIVAL (WS-PX) TO WS-BEST-ARRIVAL
               END-IF
           END-PERFORM
           IF WS-BX = ZERO
               MOVE "N" TO WS-FOUND-SW
           ELSE
               MOVE "E" TO WS-RG-STATUS (WS-BX)
               MOVE WS-RUN-DATE TO WS-RG-STATUS-DATE (WS-BX)
               ADD 1 TO WS-SEC-ENROLLED (WS-SX)
               SUBTRACT 1 FROM WS-SEC-WAITING (WS-SX)
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE "PROMOTED FROM WAITLIST - SEAT CONFIRMED"
                   TO WS-RESULT-TEXT
               MOVE "P"                    TO RC-FUNCTION
               MOVE WS-RG-STUDENT-ID (WS-BX) TO RC-STUDENT-ID
               MOVE WS-RG-SECTION (WS-BX)  TO RC-SECTION
               MOVE WS-RG-TERM (WS-BX)     TO RC-TERM
               MOVE WS-RESULT-TEXT         TO RC-RESULT
               WRITE REG-REPORT-REC FROM REG-CARD-LINE
               MOVE "WAIT" TO WS-NOTICE-REQUEST
               MOVE WS-RG-STUDENT-ID (WS-BX) TO WS-NOTICE-STUDENT
               MOVE WS-RG-SECTION (WS-BX) TO WS-NOTICE-SECTION
               MOVE WS-RG-TERM (WS-BX)    TO WS-NOTICE-TERM
               PERFORM STORE-NOTICE
           END-IF.

      * Written in key order; the count out must be the count read
      * plus the first-run seeding and the new keys the adds made.
       WRITE-REGISTER-FILE.
           OPEN OUTPUT REGISTER-OUT-FILE
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
               MOVE WS-RG-KEY (WS-RX)         TO RG-KEY
               MOVE WS-RG-STATUS (WS-RX)      TO RG-STATUS
               MOVE WS-RG-ARRIVAL (WS-RX)     TO RG-ARRIVAL
               MOVE WS-RG-ADD-DATE (WS-RX)    TO RG-ADD-DATE
               MOVE WS-RG-STATUS-DATE (WS-RX) TO RG-STATUS-DATE
               WRITE REGISTER-OUT-REC FROM REGISTRATION-RECORD
               ADD 1 TO WS-REGISTER-WRITTEN
           END-PERFORM
           CLOSE REGISTER-OUT-FILE
           IF WS-REGISTER-WRITTEN NOT = WS-REGISTER-READ
                   + WS-REGISTER-SEEDED + WS-REGISTER-ADDED
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "REGISTER.NEW: " WS-REGISTER-WRITTEN
                   " WRITTEN, EXPECTED " WS-REGISTER-READ " + "
                   WS-REGISTER-SEEDED " + " WS-REGISTER-ADDED
           END-IF.

      * One roster record per enrolled student, carrying what the
      * roster held for that seat; a W on the roster stays with its
      * dropped registration. Every old record is either carried or
      * listed as taken off, so the roster balances either way.
       REBUILD-CLASS-ROSTER.
           OPEN OUTPUT ROSTER-OUT-FILE
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
               EVALUATE WS-RG-STATUS (WS-RX)
                   WHEN "E"
                       PERFORM WRITE-ENROLLED-SEAT
                   WHEN "D"
                       PERFORM CARRY-ROSTER-WITHDRAWAL
               END-EVALUATE
           END-PERFORM
           CLOSE ROSTER-OUT-FILE
           MOVE SPACES TO REG-REPORT-REC
           WRITE REG-REPORT-REC
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-ROSTER-COUNT
               IF WS-RO-CARRIED (WS-OX) = "N"
                   PERFORM LIST-REMOVED-ROSTER-RECORD
               END-IF
           END-PERFORM
           IF WS-ROSTER-CARRIED + WS-ROSTER-REMOVED
                   NOT = WS-ROSTER-READ
                   OR WS-ROSTER-WRITTEN
                   NOT = WS-ROSTER-CARRIED + WS-ROSTER-NEW
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "ROSTERIN.NEW OUT OF BALANCE: READ "
                   WS-ROSTER-READ " CARRIED " WS-ROSTER-CARRIED
                   " REMOVED " WS-ROSTER-REMOVED " NEW "
                   WS-ROSTER-NEW " WRITTEN " WS-ROSTER-WRITTEN
           END-IF.

       WRITE-ENROLLED-SEAT.
           PERFORM FIND-ROSTER-RECORD
           IF WS-FOUND-SW = "Y"
               MOVE "Y" TO WS-RO-CARRIED (WS-OX)
               MOVE WS-RO-RECORD (WS-OX) TO ROSTER-OUT-REC
               ADD 1 TO WS-ROSTER-CARRIED
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE WS-RG-STUDENT-ID (WS-RX) TO TR-ID
               MOVE ZERO TO TR-NUM1
               MOVE ZERO TO TR-NUM2
               MOVE ZERO TO TR-SCORE
               MOVE WS-RG-SECTION (WS-RX) TO TR-SECTION
               MOVE WS-RG-TERM (WS-RX)    TO TR-TERM
               MOVE TRANSACTION-RECORD    TO ROSTER-OUT-REC
               ADD 1 TO WS-ROSTER-NEW
           END-IF
           WRITE ROSTER-OUT-REC
           ADD 1 TO WS-ROSTER-WRITTEN.

       CARRY-ROSTER-WITHDRAWAL.
           PERFORM FIND-ROSTER-RECORD
           IF WS-FOUND-SW = "Y"
               MOVE WS-RO-RECORD (WS-OX) TO TRANSACTION-RECORD
               IF TR-OP-CODE = "W"
                   MOVE "Y" TO WS-RO-CARRIED (WS-OX)
                   WRITE ROSTER-OUT-REC FROM TRANSACTION-RECORD
                   ADD 1 TO WS-ROSTER-CARRIED
                   ADD 1 TO WS-ROSTER-WRITTEN
               END-IF
           END-IF.

      * The first roster record for the registration at WS-RX not
      * already carried, left at WS-OX.
       FIND-ROSTER-RECORD.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-ROSTER-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-RO-CARRIED (WS-OX) = "N"
                   MOVE WS-RO-RECORD (WS-OX) TO TRANSACTION-RECORD
                   IF TR-ID = WS-RG-STUDENT-ID (WS-RX)
                           AND TR-SECTION = WS-RG-SECTION (WS-RX)
                           AND TR-TERM = WS-RG-TERM (WS-RX)
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-OX
           END-IF.

      * A record for a student who dropped or is still waiting is
      * expected to come off; one with no registration at all was
      * keyed onto the roster by hand and is a warning.
       LIST-REMOVED-ROSTER-RECORD.
           ADD 1 TO WS-ROSTER-REMOVED
           MOVE WS-RO-RECORD (WS-OX) TO TRANSACTION-RECORD
           MOVE TR-ID      TO WS-SEARCH-KEY(1:9)
           MOVE TR-SECTION TO WS-SEARCH-KEY(10:3)
           MOVE TR-TERM    TO WS-SEARCH-KEY(13:6)
           PERFORM FIND-REGISTRATION
           MOVE "R"        TO RC-FUNCTION
           MOVE TR-ID      TO RC-STUDENT-ID
           MOVE TR-SECTION TO RC-SECTION
           MOVE TR-TERM    TO RC-TERM
           IF WS-FOUND-SW = "Y"
               EVALUATE WS-RG-STATUS (WS-RX)
                   WHEN "L"
                       MOVE "OFF ROSTER - ON THE WAITLIST" TO RC-RESULT
                   WHEN "E"
                       MOVE "OFF ROSTER - DUPLICATE ROSTER RECORD"
                           TO RC-RESULT
                   WHEN OTHER
                       MOVE "OFF ROSTER - DROPPED" TO RC-RESULT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ROSTER-UNREG
               MOVE "OFF ROSTER - NOT REGISTERED" TO RC-RESULT
               DISPLAY "ROSTER RECORD NOT REGISTERED: " TR-ID " "
                   TR-SECTION " " TR-TERM
           END-IF
           WRITE REG-REPORT-REC FROM REG-CARD-LINE.

       PRINT-SECTION-SEATS.
           MOVE SPACES TO REG-REPORT-REC
           WRITE REG-REPORT-REC
           WRITE REG-REPORT-REC FROM SEAT-HEADER-1
           WRITE REG-REPORT-REC FROM SEAT-HEADER-2
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
               MOVE WS-SEC-SECTION (WS-SX)  TO SL-SECTION
               MOVE WS-SEC-TERM (WS-SX)     TO SL-TERM
               MOVE WS-SEC-CAPACITY (WS-SX) TO SL-CAPACITY
               MOVE WS-SEC-ENROLLED (WS-SX) TO SL-ENROLLED
               MOVE WS-SEC-WAITING (WS-SX)  TO SL-WAITING
               MOVE SPACES TO SL-FLAG
               IF WS-SEC-ENROLLED (WS-SX) < WS-SEC-CAPACITY (WS-SX)
                   COMPUTE SL-OPEN = WS-SEC-CAPACITY (WS-SX)
                       - WS-SEC-ENROLLED (WS-SX)
               ELSE
                   MOVE ZERO TO SL-OPEN
                   MOVE "FULL" TO SL-FLAG
               END-IF
               IF WS-SEC-ENROLLED (WS-SX) > WS-SEC-CAPACITY (WS-SX)
                   MOVE "** OVER CAPACITY" TO SL-FLAG
               END-IF
               IF WS-SEC-CERTIFIED (WS-SX) = "Y"
                   MOVE "CERTIFIED" TO SL-FLAG
               END-IF
               WRITE REG-REPORT-REC FROM SEAT-LINE
           END-PERFORM.

       PRINT-REGISTRATION-TOTALS.
           MOVE SPACES TO REG-REPORT-REC
           WRITE REG-REPORT-REC
           MOVE "REGISTRATION CARDS READ" TO TL-TEXT
           MOVE WS-CARDS-READ TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "CARDS REFUSED" TO TL-TEXT
           MOVE WS-CARDS-REJECTED TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "ENROLLED" TO TL-TEXT
           MOVE WS-ENROLLED-COUNT TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "WAITLISTED" TO TL-TEXT
           MOVE WS-WAITLISTED-COUNT TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "DROPPED" TO TL-TEXT
           MOVE WS-DROPPED-COUNT TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "REMOVED FROM A WAITLIST" TO TL-TEXT
           MOVE WS-UNLISTED-COUNT TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "PROMOTED FROM A WAITLIST" TO TL-TEXT
           MOVE WS-PROMOTED-COUNT TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "ROSTER RECORDS READ" TO TL-TEXT
           MOVE WS-ROSTER-READ TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "ROSTER RECORDS CARRIED" TO TL-TEXT
           MOVE WS-ROSTER-CARRIED TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "NEW SEATS ADDED TO ROSTER" TO TL-TEXT
           MOVE WS-ROSTER-NEW TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE
           MOVE "ROSTER RECORDS TAKEN OFF" TO TL-TEXT
           MOVE WS-ROSTER-REMOVED TO TL-COUNT
           WRITE REG-REPORT-REC FROM REG-TOTAL-LINE.

      * One notice per student, in enrollment master order, with
      * every card and promotion that touched the student this run.
       PRINT-STUDENT-NOTICES.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENROLL-COUNT
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-NX FROM 1 BY 1
                       UNTIL WS-NX > WS-NOTICE-COUNT
                   IF WS-NT-STUDENT-ID (WS-NX) = WS-ENR-ID (WS-EX)
                       PERFORM PRINT-NOTICE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-NOTICE-LINE.
           IF WS-FOUND-SW = "N"
               MOVE "Y" TO WS-FOUND-SW
               ADD 1 TO WS-NOTICES-PRINTED
               MOVE WS-ENR-ID (WS-EX)   TO NH1-STUDENT-ID
               MOVE WS-ENR-NAME (WS-EX) TO NH1-NAME
               MOVE WS-RUN-DATE         TO NH1-RUN-DATE
               MOVE SPACES TO NOTICE-REC
               WRITE NOTICE-REC
               WRITE NOTICE-REC FROM NOTICE-HEADER-1
           END-IF
           MOVE WS-NT-SECTION (WS-NX) TO NL-SECTION
           MOVE WS-NT-TERM (WS-NX)    TO NL-TERM
           MOVE WS-NT-REQUEST (WS-NX) TO NL-REQUEST
           MOVE WS-NT-TEXT (WS-NX)    TO NL-TEXT
           WRITE NOTICE-REC FROM NOTICE-LINE.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "REGISTRATION"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "REGISTRATION"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-CARDS-READ    TO RL-INPUT-COUNT
           MOVE WS-CARDS-APPLIED TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== REGISTRATION RECONCILIATION =====".
           DISPLAY "CARDS READ:             " WS-CARDS-READ.
           DISPLAY "CARDS APPLIED:          " WS-CARDS-APPLIED.
           DISPLAY "CARDS REFUSED:          " WS-CARDS-REJECTED.
           DISPLAY "ENROLLED:               " WS-ENROLLED-COUNT.
           DISPLAY "WAITLISTED:             " WS-WAITLISTED-COUNT.
           DISPLAY "DROPPED:                " WS-DROPPED-COUNT.
           DISPLAY "OFF A WAITLIST:         " WS-UNLISTED-COUNT.
           DISPLAY "PROMOTED:               " WS-PROMOTED-COUNT.
           DISPLAY "REGISTRATIONS READ:     " WS-REGISTER-READ.
           DISPLAY "REGISTRATIONS SEEDED:   " WS-REGISTER-SEEDED.
           DISPLAY "REGISTRATIONS ADDED:    " WS-REGISTER-ADDED.
           DISPLAY "REGISTRATIONS WRITTEN:  " WS-REGISTER-WRITTEN.
           DISPLAY "ROSTER READ:            " WS-ROSTER-READ.
           DISPLAY "ROSTER CARRIED:         " WS-ROSTER-CARRIED.
           DISPLAY "ROSTER NEW SEATS:       " WS-ROSTER-NEW.
           DISPLAY "ROSTER TAKEN OFF:       " WS-ROSTER-REMOVED.
           DISPLAY "ROSTER WRITTEN:         " WS-ROSTER-WRITTEN.
           DISPLAY "STUDENT NOTICES:        " WS-NOTICES-PRINTED.
