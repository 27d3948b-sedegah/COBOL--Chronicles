       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CERT.

      * Instructor grade certification, so a wrong roster no longer
      * lands in the permanent history the moment it is graded.
      * Runs in the daily chain right after CONDITION-DEMO:
      *   - every section/term on GRADES.DAT not yet on the
      *     certification file SECTCERT.DAT (copybooks/CERTREC.cpy)
      *     is added as pending from today's business date;
      *   - each CERTIN.DAT card (section, term, instructor) from
      *     the instructor of record on SECTMSTR.DAT certifies a
      *     pending section, and that section's grades are posted
      *     to the student history master STUHIST.DAT. A card for a
      *     section already certified is refused - a change after
      *     certification is a GRADE-ADJUST card, not a recertify;
      *   - every section still pending is listed on CERTRPT.RPT
      *     with its age in business days, and one past the
      *     CERTCTL.DAT deadline (copybooks/CERTCTL.cpy) raises a
      *     CERTLATE warning on ALERTS.DAT each run until it is
      *     certified.
      * The updated certification file lands in SECTCERT.NEW for
      * the batch driver to promote. A rejected card or an overdue
      * section ends RC=4; a history post that fails or a file that
      * does not balance ends RC=8 and nothing is promoted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The grade file CONDITION-DEMO just wrote - read once to find
      * and count the sections, and again to post the ones
      * certified today.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

      * Section master - the instructor of record a certification
      * card must come from.
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTMSTR-STATUS.

           SELECT CERT-FILE ASSIGN TO "SECTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT CERT-OUT-FILE ASSIGN TO "SECTCERT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Certification cards keyed from the instructors' sign-offs.
      * The batch driver retires the file once this step ends.
           SELECT CERT-CARD-FILE ASSIGN TO "CERTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIN-STATUS.

           SELECT CERT-CONTROL-FILE ASSIGN TO "CERTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTCTL-STATUS.

           SELECT CERT-REPORT-FILE ASSIGN TO "CERTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Student history master: one record per student per term.
      * Only certified grades are posted here; STUDENT-TREND and
      * TRANSCRIPT read it back.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

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

      * Business-day calendar shared by the whole chain - see
      * copybooks/BUSCAL.cpy. A pending section ages in business
      * days, so a long weekend does not make an instructor late.
           SELECT CALENDAR-FILE ASSIGN TO "../../CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
       01  GRADE-REC           PIC X(42).

       FD  SECTION-MASTER-FILE.
       COPY SECTREC.

       FD  CERT-FILE.
       COPY CERTREC.

       FD  CERT-OUT-FILE.
       01  CERT-OUT-REC        PIC X(51).

       FD  CERT-CARD-FILE.
       01  CERT-CARD-REC       PIC X(29).

       FD  CERT-CONTROL-FILE.
       COPY CERTCTL.

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-REC     PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  SH-KEY.
               10  SH-STUDENT-ID   PIC X(9).
               10  SH-TERM         PIC X(6).
           05  SH-SECTION      PIC X(3).
           05  SH-SCORE        PIC 9(3).
           05  SH-GRADE        PIC X.

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-SECTMSTR-STATUS  PIC XX.
       77  WS-CERT-STATUS      PIC XX.
       77  WS-CERTIN-STATUS    PIC XX.
       77  WS-CERTCTL-STATUS   PIC XX.
       77  WS-HISTORY-STATUS   PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-CALENDAR-STATUS  PIC XX.
       77  WS-CAL-EOF-SW       PIC X VALUE "N".
       77  WS-BUSINESS-DAY-SW  PIC X VALUE "Y".
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-CHECK-DATE-NUM   PIC 9(8) VALUE ZERO.
       77  WS-DAY-NUMBER       PIC 9 VALUE ZERO.
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.
       77  WS-BUSDAY-AGE       PIC 9(4) VALUE ZERO.
       77  WS-DEADLINE-BUSDAYS PIC 9(3) VALUE 5.
       77  WS-RUN-DATE         PIC X(8).
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-CX               PIC 9(3) COMP VALUE ZERO.
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-POST-EXPECTED    PIC 9(7) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-CERT-READ        PIC 9(7) VALUE ZERO.
           05  WS-CERT-ADDED       PIC 9(7) VALUE ZERO.
           05  WS-CERT-DROPPED     PIC 9(7) VALUE ZERO.
           05  WS-CERT-WRITTEN     PIC 9(7) VALUE ZERO.
           05  WS-GRADE-READ       PIC 9(7) VALUE ZERO.
           05  WS-CARDS-READ       PIC 9(7) VALUE ZERO.
           05  WS-CARDS-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-CARDS-REJECTED   PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-POSTED   PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-FAILED   PIC 9(7) VALUE ZERO.
           05  WS-PENDING-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-OVERDUE-COUNT    PIC 9(7) VALUE ZERO.

       COPY GRDREC.

       COPY PARMCARD.

       COPY ALERTREC.

      * One card per section the instructor signs off.
       01  CERT-CARD-RECORD.
           05  CX-SECTION      PIC X(3).
           05  CX-TERM         PIC X(6).
           05  CX-INSTRUCTOR   PIC X(20).

      * Holidays from CALENDAR.DAT; weekends are non-business by
      * rule and need no entry.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-HOLIDAY-DATE PIC X(8) OCCURS 50 TIMES.

      * Sections and their instructors of record from SECTMSTR.DAT.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-SECTION-ENTRY OCCURS 100 TIMES.
               10  WS-SEC-SECTION    PIC X(3).
               10  WS-SEC-TERM       PIC X(6).
               10  WS-SEC-INSTRUCTOR PIC X(20).

      * The certification file in hand: what was on SECTCERT.DAT
      * plus any section grading for the first time today, with
      * today's grade count and whether a card certified it today.
       01  WS-CERT-TABLE.
           05  WS-CERT-COUNT   PIC 9(3) COMP VALUE ZERO.
           05  WS-CERT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-SECTION       PIC X(3).
               10  WS-CT-TERM          PIC X(6).
               10  WS-CT-STATUS        PIC X.
               10  WS-CT-PENDING-SINCE PIC X(8).
               10  WS-CT-CERT-DATE     PIC X(8).
               10  WS-CT-CERT-BY       PIC X(20).
               10  WS-CT-POSTED        PIC 9(5).
               10  WS-CT-GRADES        PIC 9(5).
               10  WS-CT-TODAY         PIC X.

       01  CERT-HEADER-1.
           05  FILLER          PIC X(36)
               VALUE "SECTION GRADE CERTIFICATION         ".
           05  FILLER          PIC X(10) VALUE "  RUN DATE".
           05  FILLER          PIC X     VALUE SPACE.
           05  CH1-RUN-DATE    PIC X(8).

       01  CERT-HEADER-2.
           05  FILLER          PIC X(30)
               VALUE "CERTIFICATION CARDS".

       01  CERT-HEADER-3.
           05  FILLER          PIC X(3)  VALUE "SEC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TERM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "INSTRUCTOR".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "RESULT".

       01  CERT-CARD-LINE.
           05  CC-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CC-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CC-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CC-RESULT       PIC X(40).

       01  OUTSTANDING-HEADER-1.
           05  FILLER          PIC X(37)
               VALUE "OUTSTANDING CERTIFICATION - DEADLINE".
           05  OH1-DEADLINE    PIC ZZ9.
           05  FILLER          PIC X(14) VALUE " BUSINESS DAYS".

       01  OUTSTANDING-HEADER-2.
           05  FILLER          PIC X(3)  VALUE "SEC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TERM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "INSTRUCTOR".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "GRDS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "SINCE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(4)  VALUE "AGE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "STATUS".

       01  OUTSTANDING-LINE.
           05  OL-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-GRADES       PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-SINCE        PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-AGE          PIC ZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-STATUS       PIC X(11).

       01  CERT-TOTAL-LINE.
           05  TL-TEXT         PIC X(36).
           05  TL-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-CALENDAR-FILE
           PERFORM LOAD-CERT-CONTROL
           PERFORM LOAD-SECTION-MASTER
           PERFORM LOAD-CERT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           PERFORM TALLY-GRADE-FILE

           OPEN OUTPUT CERT-REPORT-FILE
           MOVE WS-RUN-DATE TO CH1-RUN-DATE
           WRITE CERT-REPORT-REC FROM CERT-HEADER-1
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           WRITE CERT-REPORT-REC FROM CERT-HEADER-2
           WRITE CERT-REPORT-REC FROM CERT-HEADER-3
           PERFORM PROCESS-CERT-CARDS
           IF WS-CARDS-APPLIED > ZERO
               PERFORM POST-CERTIFIED-GRADES
           END-IF
           PERFORM PRINT-OUTSTANDING-SECTIONS
           PERFORM WRITE-CERT-FILE
           PERFORM CHECK-CERT-BALANCE
           PERFORM PRINT-CERT-TOTALS
           CLOSE CERT-REPORT-FILE
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a certification that did not post
      * cleanly is rerun rather than skipped on restart.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: CERTIFICATION OUT OF BALANCE"
                   " - DO NOT PROMOTE SECTCERT.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "CERTBAL" TO WS-ALERT-CODE
               MOVE "GRADE CERTIFICATION OUT OF BALANCE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-CARDS-REJECTED > ZERO
                       OR WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-CARDS-REJECTED
                       " CARD(S) REJECTED, " WS-OVERDUE-COUNT
                       " SECTION(S) OVERDUE - SEE CERTRPT.RPT"
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF WS-CARDS-REJECTED > ZERO
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "CERTREJ" TO WS-ALERT-CODE
                   MOVE "CERT CARD(S) REJECTED - SEE CERTRPT.RPT"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
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

       LOAD-CALENDAR-FILE.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "BUSINESS CALENDAR CALENDAR.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF-SW = "Y"
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 50
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CA-HOLIDAY-DATE TO
                               WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                       ELSE
                           DISPLAY "HOLIDAY TABLE FULL - "
                               CA-HOLIDAY-DATE " IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

      * No control card just means the default deadline applies.
       LOAD-CERT-CONTROL.
           OPEN INPUT CERT-CONTROL-FILE
           IF WS-CERTCTL-STATUS = "00"
               READ CERT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CL-DEADLINE-BUSDAYS NUMERIC
                           MOVE CL-DEADLINE-BUSDAYS
                               TO WS-DEADLINE-BUSDAYS
                       ELSE
                           DISPLAY "CERTCTL.DAT DEADLINE NOT NUMERIC"
                               " - DEFAULT APPLIES"
                       END-IF
               END-READ
               CLOSE CERT-CONTROL-FILE
           ELSE
               DISPLAY "NO CERTCTL.DAT - DEFAULT DEADLINE APPLIES"
           END-IF
           DISPLAY "CERTIFICATION DEADLINE: " WS-DEADLINE-BUSDAYS
               " BUSINESS DAYS".

      * Without the section master no card can be matched to its
      * instructor of record, so a missing file stops the step.
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
                       IF WS-SECTION-COUNT < 100
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SC-SECTION TO WS-SEC-SECTION
                               (WS-SECTION-COUNT)
                           MOVE SC-TERM TO WS-SEC-TERM
                               (WS-SECTION-COUNT)
                           MOVE SC-INSTRUCTOR TO WS-SEC-INSTRUCTOR
                               (WS-SECTION-COUNT)
                       ELSE
                           DISPLAY "SECTION TABLE FULL - "
                               SC-SECTION " " SC-TERM " IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           DISPLAY "SECTIONS ON MASTER: " WS-SECTION-COUNT.

      * A missing certification file just means nothing has been
      * certified yet. A file too big for the table would lose
      * certifications when it is rewritten, so that stops the step.
       LOAD-CERT-FILE.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CERT-READ
                           PERFORM STORE-CERT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           ELSE
               DISPLAY "NO SECTCERT.DAT - NO SECTION CERTIFIED YET"
           END-IF
           DISPLAY "SECTIONS ON CERTIFICATION FILE: " WS-CERT-COUNT.

       STORE-CERT-RECORD.
           IF WS-CERT-COUNT < 500
               ADD 1 TO WS-CERT-COUNT
               MOVE CT-SECTION  TO WS-CT-SECTION (WS-CERT-COUNT)
               MOVE CT-TERM     TO WS-CT-TERM (WS-CERT-COUNT)
               MOVE CT-STATUS   TO WS-CT-STATUS (WS-CERT-COUNT)
               MOVE CT-PENDING-SINCE
                   TO WS-CT-PENDING-SINCE (WS-CERT-COUNT)
               MOVE CT-CERT-DATE TO WS-CT-CERT-DATE (WS-CERT-COUNT)
               MOVE CT-CERT-BY  TO WS-CT-CERT-BY (WS-CERT-COUNT)
               MOVE CT-GRADES-POSTED TO WS-CT-POSTED (WS-CERT-COUNT)
               MOVE ZERO        TO WS-CT-GRADES (WS-CERT-COUNT)
               MOVE "N"         TO WS-CT-TODAY (WS-CERT-COUNT)
           ELSE
               DISPLAY "CERTIFICATION TABLE FULL - " CT-SECTION
                   " " CT-TERM " WOULD BE LOST"
               MOVE "N" TO WS-BALANCE-SW
           END-IF.

      * Count today's grades by section, adding any section seen
      * for the first time as pending from today.
       TALLY-GRADE-FILE.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "GRADES.DAT NOT AVAILABLE - STATUS "
                   WS-GRADE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GRADE-FILE INTO WS-GRADE-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-GRADE-READ
                       PERFORM TALLY-GRADE-RECORD
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE.

       TALLY-GRADE-RECORD.
           MOVE GR-SECTION TO CX-SECTION
           MOVE GR-TERM    TO CX-TERM
           PERFORM FIND-CERT-ENTRY
           IF WS-CX > WS-CERT-COUNT
               IF WS-CERT-COUNT < 500
                   ADD 1 TO WS-CERT-COUNT
                   MOVE WS-CERT-COUNT TO WS-CX
                   MOVE GR-SECTION  TO WS-CT-SECTION (WS-CX)
                   MOVE GR-TERM     TO WS-CT-TERM (WS-CX)
                   MOVE "P"         TO WS-CT-STATUS (WS-CX)
                   MOVE WS-RUN-DATE TO WS-CT-PENDING-SINCE (WS-CX)
                   MOVE SPACES      TO WS-CT-CERT-DATE (WS-CX)
                   MOVE SPACES      TO WS-CT-CERT-BY (WS-CX)
                   MOVE ZERO        TO WS-CT-POSTED (WS-CX)
                   MOVE ZERO        TO WS-CT-GRADES (WS-CX)
                   MOVE "N"         TO WS-CT-TODAY (WS-CX)
                   ADD 1 TO WS-CERT-ADDED
                   DISPLAY "SECTION PENDING CERTIFICATION: "
                       GR-SECTION " " GR-TERM
               ELSE
                   DISPLAY "CERTIFICATION TABLE FULL - " GR-SECTION
                       " " GR-TERM " NOT TRACKED"
                   MOVE "N" TO WS-BALANCE-SW
               END-IF
           END-IF
           IF WS-CX NOT > WS-CERT-COUNT
               ADD 1 TO WS-CT-GRADES (WS-CX)
           END-IF.

      * Leaves WS-CX on the entry for CX-SECTION/CX-TERM, or past
      * the end of the table when there is none.
       FIND-CERT-ENTRY.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CERT-COUNT
                       OR (WS-CT-SECTION (WS-CX) = CX-SECTION
                           AND WS-CT-TERM (WS-CX) = CX-TERM)
               CONTINUE
           END-PERFORM.

       FIND-SECTION-ENTRY.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
                       OR (WS-SEC-SECTION (WS-SX) = CX-SECTION
                           AND WS-SEC-TERM (WS-SX) = CX-TERM)
               CONTINUE
           END-PERFORM.

      * A missing card file means no instructor signed off today.
       PROCESS-CERT-CARDS.
           OPEN INPUT CERT-CARD-FILE
           IF WS-CERTIN-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CERT-CARD-FILE INTO CERT-CARD-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM APPLY-CERT-CARD
                   END-READ
               END-PERFORM
               CLOSE CERT-CARD-FILE
           END-IF
           IF WS-CARDS-READ = ZERO
               MOVE SPACES TO CERT-REPORT-REC
               MOVE "  NO CERTIFICATION CARDS TODAY" TO CERT-REPORT-REC
               WRITE CERT-REPORT-REC
           END-IF.

      * The card must name a section that graded and is still
      * pending, and must come from that section's instructor of
      * record exactly as SECTMSTR.DAT carries the name.
       APPLY-CERT-CARD.
           MOVE CX-SECTION    TO CC-SECTION
           MOVE CX-TERM       TO CC-TERM
           MOVE CX-INSTRUCTOR TO CC-INSTRUCTOR
           MOVE "Y" TO WS-CARD-OK-SW
           PERFORM FIND-SECTION-ENTRY
           PERFORM FIND-CERT-ENTRY
           EVALUATE TRUE
               WHEN WS-SX > WS-SECTION-COUNT
                   MOVE "REJECTED - SECTION NOT ON SECTMSTR"
                       TO CC-RESULT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-SEC-INSTRUCTOR (WS-SX) NOT = CX-INSTRUCTOR
                   MOVE "REJECTED - NOT THE INSTRUCTOR OF RECORD"
                       TO CC-RESULT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-CX > WS-CERT-COUNT
                   MOVE "REJECTED - NO GRADES ON FILE" TO CC-RESULT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-CT-TODAY (WS-CX) = "Y"
                   MOVE "REJECTED - DUPLICATE CARD" TO CC-RESULT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-CT-STATUS (WS-CX) = "C"
                   MOVE "REJECTED - CERTIFIED, USE GRADE-ADJUST"
                       TO CC-RESULT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-CT-GRADES (WS-CX) = ZERO
                   MOVE "REJECTED - NO GRADES ON FILE" TO CC-RESULT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN OTHER
                   MOVE "C"         TO WS-CT-STATUS (WS-CX)
                   MOVE "Y"         TO WS-CT-TODAY (WS-CX)
                   MOVE WS-RUN-DATE TO WS-CT-CERT-DATE (WS-CX)
                   MOVE CX-INSTRUCTOR TO WS-CT-CERT-BY (WS-CX)
                   MOVE WS-CT-GRADES (WS-CX) TO WS-CT-POSTED (WS-CX)
                   ADD WS-CT-GRADES (WS-CX) TO WS-POST-EXPECTED
                   MOVE SPACES TO CC-RESULT
                   STRING "CERTIFIED - " WS-CT-GRADES (WS-CX)
                       " GRADES TO HISTORY"
                       DELIMITED BY SIZE INTO CC-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   DISPLAY "CERTIFIED: " CX-SECTION " " CX-TERM
                       " BY " CX-INSTRUCTOR
           END-EVALUATE
           IF WS-CARD-OK-SW = "N"
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "CERTIFICATION CARD FOR " CX-SECTION " "
                   CX-TERM " " CC-RESULT
           END-IF
           WRITE CERT-REPORT-REC FROM CERT-CARD-LINE.

      * Second pass over the grade file: every grade in a section
      * certified today goes to the history master. First sight of
      * a student/term writes it, an earlier record is replaced.
       POST-CERTIFIED-GRADES.
           PERFORM OPEN-HISTORY-FILE
           OPEN INPUT GRADE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GRADE-FILE INTO WS-GRADE-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE GR-SECTION TO CX-SECTION
                       MOVE GR-TERM    TO CX-TERM
                       PERFORM FIND-CERT-ENTRY
                       IF WS-CX NOT > WS-CERT-COUNT
                           IF WS-CT-TODAY (WS-CX) = "Y"
                               PERFORM POST-STUDENT-HISTORY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE
           CLOSE HISTORY-FILE.

       POST-STUDENT-HISTORY.
           MOVE GR-STUDENT-ID TO SH-STUDENT-ID
           MOVE GR-TERM       TO SH-TERM
           READ HISTORY-FILE
               INVALID KEY
                   MOVE GR-SECTION TO SH-SECTION
                   MOVE GR-SCORE   TO SH-SCORE
                   MOVE GR-GRADE   TO SH-GRADE
                   WRITE HISTORY-REC
               NOT INVALID KEY
                   MOVE GR-SECTION TO SH-SECTION
                   MOVE GR-SCORE   TO SH-SCORE
                   MOVE GR-GRADE   TO SH-GRADE
                   REWRITE HISTORY-REC
           END-READ
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO WS-HISTORY-POSTED
           ELSE
               ADD 1 TO WS-HISTORY-FAILED
               DISPLAY "HISTORY POST FAILED FOR " GR-STUDENT-ID " "
                   GR-TERM " - STATUS " WS-HISTORY-STATUS
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

      * Every section still pending with grades on file, aged in
      * business days from the day it first graded.
       PRINT-OUTSTANDING-SECTIONS.
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE WS-DEADLINE-BUSDAYS TO OH1-DEADLINE
           WRITE CERT-REPORT-REC FROM OUTSTANDING-HEADER-1
           WRITE CERT-REPORT-REC FROM OUTSTANDING-HEADER-2
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CERT-COUNT
               IF WS-CT-STATUS (WS-CX) = "P"
                       AND WS-CT-GRADES (WS-CX) > ZERO
                   PERFORM PRINT-OUTSTANDING-LINE
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = ZERO
               MOVE SPACES TO CERT-REPORT-REC
               MOVE "  NO SECTION AWAITING CERTIFICATION"
                   TO CERT-REPORT-REC
               WRITE CERT-REPORT-REC
           END-IF.

       PRINT-OUTSTANDING-LINE.
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-CT-SECTION (WS-CX) TO OL-SECTION CX-SECTION
           MOVE WS-CT-TERM (WS-CX)    TO OL-TERM CX-TERM
           PERFORM FIND-SECTION-ENTRY
           IF WS-SX > WS-SECTION-COUNT
               MOVE "** NOT ON SECTMSTR **" TO OL-INSTRUCTOR
           ELSE
               MOVE WS-SEC-INSTRUCTOR (WS-SX) TO OL-INSTRUCTOR
           END-IF
           MOVE WS-CT-GRADES (WS-CX) TO OL-GRADES
           MOVE WS-CT-PENDING-SINCE (WS-CX) TO OL-SINCE
           PERFORM COUNT-BUSINESS-DAYS
           MOVE WS-BUSDAY-AGE TO OL-AGE
           IF WS-BUSDAY-AGE > WS-DEADLINE-BUSDAYS
               MOVE "** OVERDUE" TO OL-STATUS
               ADD 1 TO WS-OVERDUE-COUNT
               DISPLAY "CERTIFICATION OVERDUE: "
                   WS-CT-SECTION (WS-CX) " " WS-CT-TERM (WS-CX)
                   " PENDING " WS-BUSDAY-AGE " BUSINESS DAYS"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "CERTLATE" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "CERT OVERDUE: " WS-CT-SECTION (WS-CX)
                   " " WS-CT-TERM (WS-CX) " " WS-BUSDAY-AGE
                   " BUS DAYS"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               MOVE "PENDING" TO OL-STATUS
           END-IF
           WRITE CERT-REPORT-REC FROM OUTSTANDING-LINE.

      * Business days elapsed since the section first graded - each
      * day after the pending date up to the run date counts only
      * when the calendar says the instructor was here to sign.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSDAY-AGE
           IF WS-CT-PENDING-SINCE (WS-CX) NUMERIC
                   AND WS-CT-PENDING-SINCE (WS-CX) > "00000000"
                   AND WS-CT-PENDING-SINCE (WS-CX) < WS-RUN-DATE
               MOVE WS-CT-PENDING-SINCE (WS-CX) TO WS-CHECK-DATE
               PERFORM UNTIL WS-CHECK-DATE >= WS-RUN-DATE
                   MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
                   COMPUTE WS-CHECK-DATE-NUM
                       = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-CHECK-DATE-NUM) + 1)
                   MOVE WS-CHECK-DATE-NUM TO WS-CHECK-DATE
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-BUSINESS-DAY-SW = "Y"
                       ADD 1 TO WS-BUSDAY-AGE
                   END-IF
               END-PERFORM
           END-IF.

      * Saturday and Sunday by rule plus any date on a holiday card.
      * Weekday 1 is Monday in the week the date functions count, so
      * 6 and 0 are the weekend.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
           COMPUTE WS-DAY-NUMBER
               = FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                   (WS-CHECK-DATE-NUM), 7)
           IF WS-DAY-NUMBER = ZERO OR WS-DAY-NUMBER = 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           END-IF
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE (WS-HX) = WS-CHECK-DATE
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.

      * Certified sections are kept for good - CONDITION-DEMO,
      * CHAIN-EXTRACT and GRADE-ADJUST all look them up. A pending
      * section with no grades left on file has nothing to certify
      * and drops off until it grades again.
       WRITE-CERT-FILE.
           OPEN OUTPUT CERT-OUT-FILE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CERT-COUNT
               IF WS-CT-STATUS (WS-CX) = "P"
                       AND WS-CT-GRADES (WS-CX) = ZERO
                   ADD 1 TO WS-CERT-DROPPED
                   DISPLAY "PENDING SECTION NO LONGER GRADED: "
                       WS-CT-SECTION (WS-CX) " " WS-CT-TERM (WS-CX)
               ELSE
                   MOVE WS-CT-SECTION (WS-CX)  TO CT-SECTION
                   MOVE WS-CT-TERM (WS-CX)     TO CT-TERM
                   MOVE WS-CT-STATUS (WS-CX)   TO CT-STATUS
                   MOVE WS-CT-PENDING-SINCE (WS-CX)
                       TO CT-PENDING-SINCE
                   MOVE WS-CT-CERT-DATE (WS-CX) TO CT-CERT-DATE
                   MOVE WS-CT-CERT-BY (WS-CX)  TO CT-CERT-BY
                   MOVE WS-CT-POSTED (WS-CX)   TO CT-GRADES-POSTED
                   WRITE CERT-OUT-REC FROM SECTION-CERT-RECORD
                   ADD 1 TO WS-CERT-WRITTEN
               END-IF
           END-PERFORM
           CLOSE CERT-OUT-FILE.

      * Every section in hand is written back or dropped for a
      * reason, every card took exactly one result, and every grade
      * in a section certified today reached the history master.
       CHECK-CERT-BALANCE.
           IF WS-CERT-WRITTEN NOT = WS-CERT-READ + WS-CERT-ADDED
                   - WS-CERT-DROPPED
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADE-CERT: " WS-CERT-READ " READ + "
                   WS-CERT-ADDED " ADDED - " WS-CERT-DROPPED
                   " DROPPED BUT " WS-CERT-WRITTEN " WRITTEN"
           END-IF
           IF WS-CARDS-READ NOT = WS-CARDS-APPLIED
                   + WS-CARDS-REJECTED
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADE-CERT: " WS-CARDS-READ
                   " CARDS BUT RESULTS DO NOT ADD UP"
           END-IF
           IF WS-HISTORY-POSTED NOT = WS-POST-EXPECTED
                   OR WS-HISTORY-FAILED > ZERO
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADE-CERT: " WS-POST-EXPECTED
                   " GRADES CERTIFIED BUT " WS-HISTORY-POSTED
                   " POSTED TO HISTORY"
           END-IF.

       PRINT-CERT-TOTALS.
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE "CERTIFICATION CARDS READ" TO TL-TEXT
           MOVE WS-CARDS-READ TO TL-COUNT
           WRITE CERT-REPORT-REC FROM CERT-TOTAL-LINE
           MOVE "  SECTIONS CERTIFIED" TO TL-TEXT
           MOVE WS-CARDS-APPLIED TO TL-COUNT
           WRITE CERT-REPORT-REC FROM CERT-TOTAL-LINE
           MOVE "  CARDS REJECTED" TO TL-TEXT
           MOVE WS-CARDS-REJECTED TO TL-COUNT
           WRITE CERT-REPORT-REC FROM CERT-TOTAL-LINE
           MOVE "GRADES POSTED TO HISTORY" TO TL-TEXT
           MOVE WS-HISTORY-POSTED TO TL-COUNT
           WRITE CERT-REPORT-REC FROM CERT-TOTAL-LINE
           MOVE "SECTIONS AWAITING CERTIFICATION" TO TL-TEXT
           MOVE WS-PENDING-COUNT TO TL-COUNT
           WRITE CERT-REPORT-REC FROM CERT-TOTAL-LINE
           MOVE "  PAST THE DEADLINE" TO TL-TEXT
           MOVE WS-OVERDUE-COUNT TO TL-COUNT
           WRITE CERT-REPORT-REC FROM CERT-TOTAL-LINE.

       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "GRADE-CERT" TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "GRADE-CERT"     TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "GRADE-CERT"     TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           COMPUTE RL-INPUT-COUNT = WS-GRADE-READ + WS-CARDS-READ
           MOVE WS-HISTORY-POSTED TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== GRADE CERTIFICATION RECONCILIATION =====".
           DISPLAY "GRADE RECORDS READ:       " WS-GRADE-READ.
           DISPLAY "CERT FILE SECTIONS READ:  " WS-CERT-READ.
           DISPLAY "  NEW PENDING SECTIONS:   " WS-CERT-ADDED.
           DISPLAY "  PENDING DROPPED:        " WS-CERT-DROPPED.
           DISPLAY "CERT FILE SECTIONS OUT:   " WS-CERT-WRITTEN.
           DISPLAY "CARDS READ:               " WS-CARDS-READ.
           DISPLAY "  SECTIONS CERTIFIED:     " WS-CARDS-APPLIED.
           DISPLAY "  CARDS REJECTED:         " WS-CARDS-REJECTED.
           DISPLAY "GRADES POSTED TO HISTORY: " WS-HISTORY-POSTED.
           DISPLAY "SECTIONS STILL PENDING:   " WS-PENDING-COUNT.
           DISPLAY "  OVERDUE:                " WS-OVERDUE-COUNT.
