       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOMPL-SWEEP.

      * Incomplete-grade deadline sweep. A roster record keyed with
      * an I grade carries the date the work must be completed by
      * (TR-COMPLETE-BY - see copybooks/TRANXREC.cpy). Every
      * Incomplete on ROSTERIN.DAT is checked against the grade
      * file and the business date:
      *   - still I on GRADES.DAT and past its deadline: an IEXP
      *     adjustment card (old and new score 000) is written to
      *     ADJEXP.NEW, which run-incomplete-sweep.sh adds to
      *     ADJIN.DAT so GRADE-ADJUST turns the grade to F through
      *     its ADJAUDIT.DAT audit trail, and the roster record
      *     becomes an ordinary 000 score so the next grading run
      *     grades it F as well. In a section its instructor has not
      *     yet certified through GRADE-CERT there is nothing on the
      *     history master to adjust, so only the roster is
      *     converted and the next grading run makes it the F;
      *   - completed since through GRADE-ADJUST: the roster record
      *     takes the completed score, so the next grading run does
      *     not put the I back;
      *   - a completion card already waiting in ADJIN.DAT, or a
      *     deadline not yet passed: left open as keyed.
      * The rebuilt roster lands in ROSTERIN.NEW and every
      * Incomplete is listed on INCSWEEP.RPT with what was done.
      * An Incomplete with no grade record, or one the grade file
      * shows as a withdrawal, is left open and ends RC=4; a roster
      * that does not balance ends RC=8 and nothing is promoted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTERIN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The grade file as the last grading run or adjustment left
      * it - the sweep converts only what is still an I there.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

      * Adjustment cards keyed but not yet applied - a completion
      * waiting here must not be beaten by an expiry card.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJIN-STATUS.

      * Section certification file kept by GRADE-CERT - see
      * copybooks/CERTREC.cpy. A missing file means no section has
      * been certified yet.
           SELECT CERT-FILE ASSIGN TO "SECTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT EXPIRY-CARD-FILE ASSIGN TO "ADJEXP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWEEP-REPORT-FILE ASSIGN TO "INCSWEEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-IN-REC       PIC X(47).

       FD  ROSTER-OUT-FILE.
       01  ROSTER-OUT-REC      PIC X(47).

       FD  GRADE-FILE.
       01  GRADE-REC           PIC X(42).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-REC      PIC X(25).

       FD  CERT-FILE.
       COPY CERTREC.

       FD  EXPIRY-CARD-FILE.
       01  EXPIRY-CARD-REC     PIC X(25).

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-REC    PIC X(80).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-ROSTER-STATUS    PIC XX.
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-ADJIN-STATUS     PIC XX.
       77  WS-CERT-STATUS      PIC XX.
       77  WS-CTX              PIC 9(3) COMP VALUE ZERO.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-PENDING-SW       PIC X VALUE "N".
       77  WS-GX               PIC 9(4) COMP VALUE ZERO.
       77  WS-AX               PIC 9(3) COMP VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-ROSTER-READ      PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-WRITTEN   PIC 9(7) VALUE ZERO.
           05  WS-GRADE-READ       PIC 9(7) VALUE ZERO.
           05  WS-PENDING-READ     PIC 9(7) VALUE ZERO.
           05  WS-INCOMPLETE-READ  PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-UNCERTIFIED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-COMPLETED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-OPEN-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-UNGRADED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CONFLICT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CARDS-WRITTEN    PIC 9(7) VALUE ZERO.

       COPY TRANXREC.

       COPY GRDREC.

       COPY ADJREC.

       COPY PARMCARD.

       COPY ALERTREC.

      * Grade on file for every student and term, loaded from
      * GRADES.DAT - the same student+term key GRADE-ADJUST
      * matches its cards on.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-COUNT  PIC 9(4) COMP VALUE ZERO.
           05  WS-GRADE-ENTRY OCCURS 2000 TIMES.
               10  WS-GT-STUDENT   PIC X(9).
               10  WS-GT-TERM      PIC X(6).
               10  WS-GT-SCORE     PIC 9(3).
               10  WS-GT-GRADE     PIC X.

      * Student and term of every card already in ADJIN.DAT.
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT   PIC 9(3) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 100 TIMES.
               10  WS-PD-STUDENT   PIC X(9).
               10  WS-PD-TERM      PIC X(6).

      * Sections GRADE-CERT has certified, from SECTCERT.DAT.
       01  WS-CERTIFIED-TABLE.
           05  WS-CERTIFIED-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CERTIFIED-ENTRY OCCURS 500 TIMES.
               10  WS-CRT-SECTION  PIC X(3).
               10  WS-CRT-TERM     PIC X(6).

       01  SWEEP-HEADER-1.
           05  FILLER          PIC X(36)
               VALUE "INCOMPLETE GRADE DEADLINE SWEEP     ".
           05  FILLER          PIC X(10) VALUE "  RUN DATE".
           05  FILLER          PIC X     VALUE SPACE.
           05  SH1-RUN-DATE    PIC X(8).

       01  SWEEP-HEADER-2.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TERM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(3)  VALUE "SEC".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "DUE BY".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "GRADE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "ACTION".

       01  SWEEP-LINE.
           05  SL-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-SECTION      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-DUE-BY       PIC X(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  SL-GRADE        PIC X.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  SL-ACTION       PIC X(36).

       01  SWEEP-TOTAL-LINE.
           05  ST-TEXT         PIC X(36).
           05  ST-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-GRADE-FILE
           PERFORM LOAD-PENDING-CARDS
           PERFORM LOAD-CERTIFIED-SECTIONS
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "NO ROSTER ROSTERIN.DAT - NOTHING TO SWEEP"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROSTER-OUT-FILE
           OPEN OUTPUT EXPIRY-CARD-FILE
           OPEN OUTPUT SWEEP-REPORT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           MOVE WS-RUN-DATE TO SH1-RUN-DATE
           WRITE SWEEP-REPORT-REC FROM SWEEP-HEADER-1
           MOVE SPACES TO SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC FROM SWEEP-HEADER-2

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ROSTER-FILE INTO TRANSACTION-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ROSTER-READ
                       PERFORM SWEEP-ROSTER-RECORD
               END-READ
           END-PERFORM

           PERFORM CHECK-SWEEP-BALANCE
           PERFORM PRINT-SWEEP-TOTALS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a roster that did not balance is
      * never recorded as swept.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE ROSTER-FILE
           CLOSE ROSTER-OUT-FILE
           CLOSE EXPIRY-CARD-FILE
           CLOSE SWEEP-REPORT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: SWEPT ROSTER OUT OF BALANCE"
                   " - DO NOT PROMOTE ROSTERIN.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "INCBAL" TO WS-ALERT-CODE
               MOVE "INCOMPLETE SWEEP ROSTER OUT OF BALANCE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-UNGRADED-COUNT > ZERO
                       OR WS-CONFLICT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-UNGRADED-COUNT
                       " INCOMPLETE(S) NOT ON THE GRADE FILE, "
                       WS-CONFLICT-COUNT " SHOWN AS W"
                       " - SEE INCSWEEP.RPT"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "INCNOGRD" TO WS-ALERT-CODE
                   MOVE "INCOMPLETE LEFT OPEN - SEE INCSWEEP.RPT"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF WS-EXPIRED-COUNT > ZERO
                   MOVE "I" TO WS-ALERT-SEVERITY
                   MOVE "INCEXP" TO WS-ALERT-CODE
                   MOVE "INCOMPLETE(S) PAST DEADLINE SENT TO F"
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

      * Without the grade file the sweep cannot tell an open
      * Incomplete from a completed one, so a missing file stops
      * the step before anything is converted.
       LOAD-GRADE-FILE.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "GRADES.DAT NOT AVAILABLE - STATUS "
                   WS-GRADE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GRADE-FILE INTO WS-GRADE-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-GRADE-READ
                       PERFORM STORE-GRADE-RECORD
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE
           DISPLAY "GRADE RECORDS ON FILE: " WS-GRADE-COUNT.

       STORE-GRADE-RECORD.
           IF WS-GRADE-COUNT < 2000
               ADD 1 TO WS-GRADE-COUNT
               MOVE GR-STUDENT-ID TO WS-GT-STUDENT (WS-GRADE-COUNT)
               MOVE GR-TERM       TO WS-GT-TERM (WS-GRADE-COUNT)
               MOVE GR-SCORE      TO WS-GT-SCORE (WS-GRADE-COUNT)
               MOVE GR-GRADE      TO WS-GT-GRADE (WS-GRADE-COUNT)
           ELSE
               DISPLAY "GRADE TABLE FULL - " GR-STUDENT-ID " "
                   GR-TERM " IGNORED"
           END-IF.

      * A missing card file just means nothing is waiting.
       LOAD-PENDING-CARDS.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJIN-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-PENDING-READ
                           PERFORM STORE-PENDING-CARD
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF.

       STORE-PENDING-CARD.
           IF WS-PEND-COUNT < 100
               ADD 1 TO WS-PEND-COUNT
               MOVE AJ-STUDENT-ID TO WS-PD-STUDENT (WS-PEND-COUNT)
               MOVE AJ-TERM       TO WS-PD-TERM (WS-PEND-COUNT)
           ELSE
               DISPLAY "PENDING CARD TABLE FULL - " AJ-STUDENT-ID
                   " " AJ-TERM " NOT CHECKED"
           END-IF.

      * A missing certification file just means nothing has been
      * certified yet. An overflow would send expiry cards GRADE-
      * ADJUST must refuse, so it stops the step.
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
                               PERFORM STORE-CERTIFIED-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.

       STORE-CERTIFIED-SECTION.
           IF WS-CERTIFIED-COUNT < 500
               ADD 1 TO WS-CERTIFIED-COUNT
               MOVE CT-SECTION TO WS-CRT-SECTION (WS-CERTIFIED-COUNT)
               MOVE CT-TERM    TO WS-CRT-TERM (WS-CERTIFIED-COUNT)
           ELSE
               DISPLAY "CERTIFIED SECTION TABLE FULL - "
                   CT-SECTION " " CT-TERM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Only Incompletes are touched; every other roster record is
      * copied across exactly as keyed.
       SWEEP-ROSTER-RECORD.
           IF TR-OP-CODE = "I"
               ADD 1 TO WS-INCOMPLETE-READ
               PERFORM SWEEP-INCOMPLETE
           END-IF
           WRITE ROSTER-OUT-REC FROM TRANSACTION-RECORD
           ADD 1 TO WS-ROSTER-WRITTEN.

       SWEEP-INCOMPLETE.
           MOVE TR-ID          TO SL-STUDENT-ID
           MOVE TR-TERM        TO SL-TERM
           MOVE TR-SECTION     TO SL-SECTION
           MOVE TR-COMPLETE-BY TO SL-DUE-BY
           PERFORM FIND-GRADE-ON-FILE
           EVALUATE TRUE
               WHEN WS-FOUND-SW = "N"
                   MOVE SPACE TO SL-GRADE
                   MOVE "NOT ON GRADE FILE - LEFT OPEN"
                       TO SL-ACTION
                   ADD 1 TO WS-UNGRADED-COUNT
               WHEN WS-GT-GRADE (WS-GX) = "W"
                   MOVE "W" TO SL-GRADE
                   MOVE "GRADE FILE SHOWS W - LEFT OPEN"
                       TO SL-ACTION
                   ADD 1 TO WS-CONFLICT-COUNT
               WHEN WS-GT-GRADE (WS-GX) NOT = "I"
                   MOVE WS-GT-GRADE (WS-GX) TO SL-GRADE
                   MOVE "COMPLETED - ROSTER TAKES GRADE SCORE"
                       TO SL-ACTION
                   PERFORM CLOSE-ROSTER-INCOMPLETE
                   MOVE WS-GT-SCORE (WS-GX) TO TR-SCORE
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN TR-COMPLETE-BY NOT < WS-RUN-DATE
                   MOVE "I" TO SL-GRADE
                   MOVE "OPEN - DEADLINE NOT PASSED" TO SL-ACTION
                   ADD 1 TO WS-OPEN-COUNT
               WHEN OTHER
                   MOVE "I" TO SL-GRADE
                   PERFORM FIND-PENDING-CARD
                   IF WS-PENDING-SW = "Y"
                       MOVE "PAST DEADLINE - CARD PENDING IN ADJIN"
                           TO SL-ACTION
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       MOVE "PAST DEADLINE - CONVERTED TO F"
                           TO SL-ACTION
                       DISPLAY "INCOMPLETE EXPIRED: " TR-ID " "
                           TR-TERM " " TR-SECTION " DUE "
                           TR-COMPLETE-BY
                       PERFORM FIND-CERTIFIED-SECTION
                       IF WS-CTX > WS-CERTIFIED-COUNT
                           MOVE "ROSTER TO F - SECTION NOT CERTIFIED"
                               TO SL-ACTION
                           ADD 1 TO WS-UNCERTIFIED-COUNT
                       ELSE
                           PERFORM WRITE-EXPIRY-CARD
                       END-IF
                       PERFORM CLOSE-ROSTER-INCOMPLETE
                       MOVE ZERO TO TR-SCORE
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
           END-EVALUATE
           WRITE SWEEP-REPORT-REC FROM SWEEP-LINE.

       FIND-GRADE-ON-FILE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GRADE-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-GT-STUDENT (WS-GX) = TR-ID
                   AND WS-GT-TERM (WS-GX) = TR-TERM
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-GX
           END-IF.

       FIND-PENDING-CARD.
           MOVE "N" TO WS-PENDING-SW
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-PEND-COUNT
                       OR WS-PENDING-SW = "Y"
               IF WS-PD-STUDENT (WS-AX) = TR-ID
                   AND WS-PD-TERM (WS-AX) = TR-TERM
                   MOVE "Y" TO WS-PENDING-SW
               END-IF
           END-PERFORM.

       FIND-CERTIFIED-SECTION.
           PERFORM VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-CERTIFIED-COUNT
                       OR (WS-CRT-SECTION (WS-CTX) = TR-SECTION
                           AND WS-CRT-TERM (WS-CTX) = TR-TERM)
               CONTINUE
           END-PERFORM.

      * The roster record stops being an Incomplete: grade code
      * back to space and the deadline area back to the zeros an
      * ordinary roster record carries.
       CLOSE-ROSTER-INCOMPLETE.
           MOVE SPACE TO TR-OP-CODE
           MOVE ZERO  TO TR-NUM1
           MOVE ZERO  TO TR-NUM2.

      * An Incomplete is on file with score 000, so the card's old
      * score is 000; the new score 000 and reason IEXP make
      * GRADE-ADJUST post it as an F on the audit trail.
       WRITE-EXPIRY-CARD.
           MOVE TR-ID   TO AJ-STUDENT-ID
           MOVE TR-TERM TO AJ-TERM
           MOVE ZERO    TO AJ-OLD-SCORE
           MOVE ZERO    TO AJ-NEW-SCORE
           MOVE "IEXP"  TO AJ-REASON-CODE
           WRITE EXPIRY-CARD-REC FROM ADJUSTMENT-RECORD
           ADD 1 TO WS-CARDS-WRITTEN.

      * Every roster record read was written back, every Incomplete
      * took exactly one action, and every conversion in a certified
      * section has its card.
       CHECK-SWEEP-BALANCE.
           IF WS-ROSTER-WRITTEN NOT = WS-ROSTER-READ
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "INCOMPL-SWEEP: ROSTER " WS-ROSTER-READ
                   " READ BUT " WS-ROSTER-WRITTEN " WRITTEN"
           END-IF
           IF WS-INCOMPLETE-READ NOT = WS-EXPIRED-COUNT
                   + WS-COMPLETED-COUNT + WS-HELD-COUNT
                   + WS-OPEN-COUNT + WS-UNGRADED-COUNT
                   + WS-CONFLICT-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "INCOMPL-SWEEP: " WS-INCOMPLETE-READ
                   " INCOMPLETES BUT ACTIONS DO NOT ADD UP"
           END-IF
           IF WS-CARDS-WRITTEN
                   NOT = WS-EXPIRED-COUNT - WS-UNCERTIFIED-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "INCOMPL-SWEEP: " WS-EXPIRED-COUNT
                   " EXPIRED BUT " WS-CARDS-WRITTEN " CARDS WRITTEN"
           END-IF.

       PRINT-SWEEP-TOTALS.
           MOVE SPACES TO SWEEP-REPORT-REC
           WRITE SWEEP-REPORT-REC
           MOVE "INCOMPLETES ON THE ROSTER" TO ST-TEXT
           MOVE WS-INCOMPLETE-READ TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "  PAST DEADLINE - CONVERTED TO F" TO ST-TEXT
           MOVE WS-EXPIRED-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "    ROSTER ONLY - NOT CERTIFIED" TO ST-TEXT
           MOVE WS-UNCERTIFIED-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "  PAST DEADLINE - CARD PENDING" TO ST-TEXT
           MOVE WS-HELD-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "  COMPLETED THROUGH GRADE-ADJUST" TO ST-TEXT
           MOVE WS-COMPLETED-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "  STILL OPEN" TO ST-TEXT
           MOVE WS-OPEN-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "  NOT ON THE GRADE FILE" TO ST-TEXT
           MOVE WS-UNGRADED-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE
           MOVE "  SHOWN AS W ON THE GRADE FILE" TO ST-TEXT
           MOVE WS-CONFLICT-COUNT TO ST-COUNT
           WRITE SWEEP-REPORT-REC FROM SWEEP-TOTAL-LINE.

       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "INCOMPL-SWEEP" TO AL-STEP
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
           MOVE "INCOMPL-SWEEP"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "INCOMPL-SWEEP"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-ROSTER-READ   TO RL-INPUT-COUNT
           MOVE WS-ROSTER-WRITTEN TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== INCOMPLETE SWEEP RECONCILIATION =====".
           DISPLAY "GRADE RECORDS READ:   " WS-GRADE-READ.
           DISPLAY "PENDING CARDS READ:   " WS-PENDING-READ.
           DISPLAY "ROSTER RECORDS READ:  " WS-ROSTER-READ.
           DISPLAY "  INCOMPLETES:        " WS-INCOMPLETE-READ.
           DISPLAY "  CONVERTED TO F:     " WS-EXPIRED-COUNT.
           DISPLAY "    NOT CERTIFIED:    " WS-UNCERTIFIED-COUNT.
           DISPLAY "  CARD PENDING:       " WS-HELD-COUNT.
           DISPLAY "  COMPLETED:          " WS-COMPLETED-COUNT.
           DISPLAY "  STILL OPEN:         " WS-OPEN-COUNT.
           DISPLAY "  NOT ON GRADE FILE:  " WS-UNGRADED-COUNT.
           DISPLAY "  SHOWN AS W:         " WS-CONFLICT-COUNT.
           DISPLAY "ROSTER RECORDS OUT:   " WS-ROSTER-WRITTEN.
           DISPLAY "EXPIRY CARDS WRITTEN: " WS-CARDS-WRITTEN.
