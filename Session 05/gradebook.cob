       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEBOOK.

      * Weighted gradebook, so the roster score CONDITION-DEMO
      * grades is built here from the instructor's component marks
      * instead of being worked out in a spreadsheet and keyed as
      * one number. Each section and term on the GRDWGHT.DAT
      * weighting scheme (copybooks/GRDWGHT.cpy) lists its
      * components, their weights - which must add up to 100 - how
      * many marks each has, what they are out of and how many of
      * the lowest are dropped. The marks themselves come from
      * GRDCOMP.DAT (copybooks/GRDCOMP.cpy), keyed by student,
      * section, term, component and item. Marks and roster seats
      * are sorted together by term, section and student; a mark
      * not on file is missing, scores zero and is flagged, the
      * lowest marks are dropped, and each component's average is
      * weighted into the student's course score. Every student
      * seated in a gradebook section gets a computed roster record;
      * a student with marks in a section but no seat in it is
      * scored and printed as MARKS BUT NOT SEATED for the registrar
      * to resolve, but never added to the roster. Records for
      * sections with no scheme, or a scheme that does not add up,
      * pass through as keyed, and a seat keyed with an Incomplete
      * or withdrawal grade keeps it. The rebuilt roster lands in
      * ROSTERIN.NEW for run-gradebook.sh to promote ahead of the
      * grading run, and GRDBOOK.RPT prints each section's scheme
      * and every student's component breakdown - mark by mark - so
      * an appeal through GRADE-ADJUST can be answered from the
      * page. Missing marks, unseated students, repeated seats,
      * refused marks and refused schemes end RC=4; a roster that
      * does not balance ends RC=8 and is not promoted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHT-SCHEME-FILE ASSIGN TO "GRDWGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT SCORE-FILE ASSIGN TO "GRDCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

      * Section master - a scheme for a section that is not on it
      * would compute scores CONDITION-DEMO can only reject.
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTMSTR-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTERIN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-SCORE-FILE ASSIGN TO "GRDCOMP.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "GRDWRK.TMP".

           SELECT BREAKDOWN-FILE ASSIGN TO "GRDBOOK.RPT"
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
       FD  WEIGHT-SCHEME-FILE.
       COPY GRDWGHT.

       FD  SCORE-FILE.
       COPY GRDCOMP.

       FD  SECTION-MASTER-FILE.
       COPY SECTREC.

       FD  ROSTER-FILE.
       01  ROSTER-IN-REC       PIC X(47).

       FD  ROSTER-OUT-FILE.
       01  ROSTER-OUT-REC      PIC X(47).

       FD  SORTED-SCORE-FILE.
       01  SORTED-SCORE-REC.
           05  SR-TERM         PIC X(6).
           05  SR-SECTION      PIC X(3).
           05  SR-STUDENT-ID   PIC X(9).
           05  SR-TYPE         PIC X.
           05  SR-COMPONENT    PIC X(8).
           05  SR-ITEM         PIC 9(2).
           05  SR-EARNED       PIC 9(3)V99.
           05  SR-EFF-DATE     PIC X(8).
           05  SR-BRANCH       PIC X(3).
           05  SR-GRADE-CODE   PIC X.
           05  SR-COMPLETE-BY  PIC X(8).

      * A roster seat sorts as type R ahead of the student's marks,
      * type S.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-TERM         PIC X(6).
           05  SW-SECTION      PIC X(3).
           05  SW-STUDENT-ID   PIC X(9).
           05  SW-TYPE         PIC X.
           05  SW-COMPONENT    PIC X(8).
           05  SW-ITEM         PIC 9(2).
           05  SW-EARNED       PIC 9(3)V99.
           05  SW-EFF-DATE     PIC X(8).
           05  SW-BRANCH       PIC X(3).
           05  SW-GRADE-CODE   PIC X.
           05  SW-COMPLETE-BY  PIC X(8).

       FD  BREAKDOWN-FILE.
       01  BREAKDOWN-REC       PIC X(132).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-WEIGHT-STATUS    PIC XX.
       77  WS-SCORE-STATUS     PIC XX.
       77  WS-SECTMSTR-STATUS  PIC XX.
       77  WS-ROSTER-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-KEY-SECTION      PIC X(3).
       77  WS-KEY-TERM         PIC X(6).
       77  WS-PRIOR-SECTION    PIC X(9) VALUE SPACES.
       77  WS-PRIOR-STUDENT    PIC X(9) VALUE SPACES.
       77  WS-STUDENT-OPEN-SW  PIC X VALUE "N".
       77  WS-ON-ROSTER-SW     PIC X VALUE "N".
       77  WS-SEAT-EFF-DATE    PIC X(8).
       77  WS-SEAT-BRANCH      PIC X(3).
       77  WS-SEAT-GRADE-CODE  PIC X.
       77  WS-SEAT-COMPLETE-BY PIC X(8).
       77  WS-CUR-SX           PIC 9(3) COMP VALUE ZERO.
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-GX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CX               PIC 9(3) COMP VALUE ZERO.
       77  WS-IX               PIC 9(3) COMP VALUE ZERO.
       77  WS-DX               PIC 9(3) COMP VALUE ZERO.
       77  WS-LX               PIC 9(3) COMP VALUE ZERO.
       77  WS-KX               PIC 9(3) COMP VALUE ZERO.
       77  WS-MX               PIC 9(3) COMP VALUE ZERO.
       77  WS-XX               PIC 9(3) COMP VALUE ZERO.
       77  WS-LOW-EARNED       PIC 9(3)V99 VALUE ZERO.
       77  WS-KEPT-EARNED      PIC 9(5)V99 VALUE ZERO.
       77  WS-KEPT-POSSIBLE    PIC 9(5) VALUE ZERO.
       77  WS-COMP-PCT         PIC 9(3)V99 VALUE ZERO.
       77  WS-COMP-POINTS      PIC 9(3)V9999 VALUE ZERO.
       77  WS-WEIGHTED-TOTAL   PIC 9(3)V9999 VALUE ZERO.
       77  WS-ROSTER-SCORE     PIC 9(3) VALUE ZERO.
       77  WS-COMP-SCORED      PIC 9(3) VALUE ZERO.
       77  WS-COMP-MISSING     PIC 9(3) VALUE ZERO.
       77  WS-STU-MISSING      PIC 9(3) VALUE ZERO.
       77  WS-EXC-STUDENT      PIC X(9).
       77  WS-EXC-SECTION      PIC X(3).
       77  WS-EXC-TERM         PIC X(6).
       77  WS-EXC-COMPONENT    PIC X(8).
       77  WS-EXC-ITEM         PIC 9(2).
       77  WS-EXC-REASON       PIC X(30).

       01  WS-RUN-COUNTS.
           05  WS-SCHEME-READ      PIC 9(7) VALUE ZERO.
           05  WS-SECTIONS-OK      PIC 9(7) VALUE ZERO.
           05  WS-SECTIONS-REFUSED PIC 9(7) VALUE ZERO.
           05  WS-SCORE-READ       PIC 9(7) VALUE ZERO.
           05  WS-SCORE-USED       PIC 9(7) VALUE ZERO.
           05  WS-SCORE-REFUSED    PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-READ      PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-PASSED    PIC 9(7) VALUE ZERO.
           05  WS-SEATS-RELEASED   PIC 9(7) VALUE ZERO.
           05  WS-SEATS-REPEATED   PIC 9(7) VALUE ZERO.
           05  WS-STUDENTS-SEATED  PIC 9(7) VALUE ZERO.
           05  WS-STUDENTS-UNSEAT  PIC 9(7) VALUE ZERO.
           05  WS-STUDENTS-DONE    PIC 9(7) VALUE ZERO.
           05  WS-INCOMPLETE-COUNT PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-WRITTEN   PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.

       COPY TRANXREC.

      * Each section and term on the weighting scheme, whether its
      * scheme stands, and the students computed for it.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-SECTION-ENTRY OCCURS 100 TIMES.
               10  WS-SS-SECTION   PIC X(3).
               10  WS-SS-TERM      PIC X(6).
               10  WS-SS-INSTRUCT  PIC X(20).
               10  WS-SS-VALID     PIC X.
               10  WS-SS-REASON    PIC X(30).
               10  WS-SS-COMPS     PIC 9(2).
               10  WS-SS-WEIGHTS   PIC 9(5).
               10  WS-SS-STUDENTS  PIC 9(5).
               10  WS-SS-INCOMPL   PIC 9(5).

      * Every component card, pointing back at its section entry;
      * WS-GW-ORD is the component's place within its section and
      * picks its row of the mark table.
       01  WS-SCHEME-TABLE.
           05  WS-SCHEME-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-SCHEME-ENTRY OCCURS 300 TIMES.
               10  WS-GW-SX        PIC 9(3).
               10  WS-GW-ORD       PIC 9(2).
               10  WS-GW-COMP      PIC X(8).
               10  WS-GW-WEIGHT    PIC 9(3).
               10  WS-GW-ITEMS     PIC 9(2).
               10  WS-GW-POINTS    PIC 9(3).
               10  WS-GW-DROP      PIC 9(2).

       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-MASTER-ENTRY OCCURS 200 TIMES.
               10  WS-SM-SECTION   PIC X(3).
               10  WS-SM-TERM      PIC X(6).
               10  WS-SM-INSTRUCT  PIC X(20).

      * The current student's marks - one row per component of the
      * section, one cell per item.
       01  WS-MARK-TABLE.
           05  WS-MARK-ROW OCCURS 10 TIMES.
               10  WS-MARK-CELL OCCURS 20 TIMES.
                   15  WS-MK-EARNED    PIC 9(3)V99.
                   15  WS-MK-SCORED    PIC X.
                   15  WS-MK-DROPPED   PIC X.

       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-EXC-ENTRY OCCURS 200 TIMES.
               10  WS-EX-STUDENT   PIC X(9).
               10  WS-EX-SECTION   PIC X(3).
               10  WS-EX-TERM      PIC X(6).
               10  WS-EX-COMPONENT PIC X(8).
               10  WS-EX-ITEM      PIC 9(2).
               10  WS-EX-REASON    PIC X(30).

       COPY PARMCARD.

       COPY ALERTREC.

       01  BOOK-HEADER-1.
           05  FILLER          PIC X(36)
               VALUE "GRADEBOOK COMPONENT SCORE BREAKDOWN ".
           05  FILLER          PIC X(10) VALUE "  RUN DATE".
           05  FILLER          PIC X     VALUE SPACE.
           05  BH1-RUN-DATE    PIC X(8).

       01  BOOK-HEADER-2.
           05  FILLER          PIC X(36)
               VALUE "MARK FLAGS: M = MISSING, SCORED ZERO".
           05  FILLER          PIC X(24)
               VALUE "   D = DROPPED AS LOWEST".

       01  SECTION-HEADER-1.
           05  FILLER          PIC X(5)  VALUE "TERM ".
           05  SH1-TERM        PIC X(6).
           05  FILLER          PIC X(10) VALUE "  SECTION ".
           05  SH1-SECTION     PIC X(3).
           05  FILLER          PIC X(13) VALUE "  INSTRUCTOR ".
           05  SH1-INSTRUCTOR  PIC X(20).

       01  SCHEME-HEADER.
           05  FILLER          PIC X(12) VALUE "  SCHEME".
           05  FILLER          PIC X(10) VALUE "COMPONENT".
           05  FILLER          PIC X(8)  VALUE "  WEIGHT".
           05  FILLER          PIC X(7)  VALUE "  MARKS".
           05  FILLER          PIC X(8)  VALUE "  OUT OF".
           05  FILLER          PIC X(6)  VALUE "  DROP".

       01  SCHEME-LINE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  KL-COMPONENT    PIC X(8).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  KL-WEIGHT       PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  KL-ITEMS        PIC Z9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  KL-POINTS       PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  KL-DROP         PIC Z9.

       01  COMPONENT-HEADER.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "COMPONENT".
           05  FILLER          PIC X(8)  VALUE "  WEIGHT".
           05  FILLER          PIC X(8)  VALUE "  MARKED".
           05  FILLER          PIC X(6)  VALUE "  DROP".
           05  FILLER          PIC X(11) VALUE "  KEPT PTS ".
           05  FILLER          PIC X(9)  VALUE "  OUT OF ".
           05  FILLER          PIC X(9)  VALUE "  AVERAGE".
           05  FILLER          PIC X(10) VALUE "  WEIGHTED".

       01  STUDENT-LINE.
           05  FILLER          PIC X(8)  VALUE "STUDENT ".
           05  SL-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-NOTE         PIC X(40).

       01  COMPONENT-LINE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  CL-COMPONENT    PIC X(8).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  CL-WEIGHT       PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CL-SCORED       PIC Z9.
           05  FILLER          PIC X     VALUE "/".
           05  CL-ITEMS        PIC Z9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CL-DROP         PIC Z9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CL-EARNED       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CL-POSSIBLE     PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CL-PCT          PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-POINTS       PIC ZZ9.9999.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-NOTE         PIC X(20).

      * Ten marks to a line, each as item number, points earned and
      * the M/D flags.
       01  MARK-LINE.
           05  ML-LABEL        PIC X(12).
           05  ML-CELL OCCURS 10 TIMES.
               10  ML-ITEM         PIC Z9.
               10  FILLER          PIC X.
               10  ML-EARNED       PIC ZZ9.99.
               10  ML-FLAGS        PIC X(2).
               10  FILLER          PIC X.

       01  TOTAL-LINE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "WEIGHTED SCORE  ".
           05  TL-WEIGHTED     PIC ZZ9.9999.
           05  FILLER          PIC X(16) VALUE "   ROSTER SCORE ".
           05  TL-ROSTER-SCORE PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TL-NOTE         PIC X(40).

       01  EXCEPTION-HEADER.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(4)  VALUE "SEC".
           05  FILLER          PIC X(8)  VALUE "TERM".
           05  FILLER          PIC X(10) VALUE "COMPONENT".
           05  FILLER          PIC X(6)  VALUE "ITEM".
           05  FILLER          PIC X(30) VALUE "NOT USED BECAUSE".

       01  EXCEPTION-LINE.
           05  XL-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XL-SECTION      PIC X(3).
           05  FILLER          PIC X     VALUE SPACE.
           05  XL-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XL-COMPONENT    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XL-ITEM         PIC Z9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  XL-REASON       PIC X(30).

       01  BOOK-TITLE-LINE.
           05  BT-TEXT         PIC X(60).

       01  BOOK-COUNT-LINE.
           05  BC-TEXT         PIC X(36).
           05  BC-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-SECTION-MASTER
           PERFORM LOAD-WEIGHT-SCHEME
           PERFORM CHECK-WEIGHT-SCHEME
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "COMPONENT SCORES GRDCOMP.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROSTER-OUT-FILE
           OPEN OUTPUT BREAKDOWN-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           MOVE WS-RUN-DATE TO BH1-RUN-DATE
           WRITE BREAKDOWN-REC FROM BOOK-HEADER-1
           WRITE BREAKDOWN-REC FROM BOOK-HEADER-2

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERM SW-SECTION SW-STUDENT-ID
                            SW-TYPE SW-COMPONENT SW-ITEM
               INPUT PROCEDURE IS LOAD-SORT-INPUT
               GIVING SORTED-SCORE-FILE
           CLOSE SCORE-FILE

           OPEN INPUT SORTED-SCORE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SORTED-SCORE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM PROCESS-SORTED-RECORD
               END-READ
           END-PERFORM
           CLOSE SORTED-SCORE-FILE
           IF WS-STUDENT-OPEN-SW = "Y"
               PERFORM FINISH-STUDENT
           END-IF

           PERFORM CHECK-ROSTER-BALANCE
           PERFORM PRINT-BOOK-TOTALS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a roster that did not balance is
      * never recorded as built.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE ROSTER-OUT-FILE
           CLOSE BREAKDOWN-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: GRADEBOOK ROSTER OUT OF BALANCE"
                   " - DO NOT PROMOTE ROSTERIN.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "GBKBAL" TO WS-ALERT-CODE
               MOVE "GRADEBOOK ROSTER OUT OF BALANCE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                       OR WS-INCOMPLETE-COUNT > ZERO
                       OR WS-STUDENTS-UNSEAT > ZERO
                       OR WS-SEATS-REPEATED > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-INCOMPLETE-COUNT
                       " STUDENT(S) MISSING MARKS, "
                       WS-STUDENTS-UNSEAT " NOT SEATED, "
                       WS-EXCEPTION-COUNT " ITEM(S) REFUSED"
                       " - SEE GRDBOOK.RPT"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "GBKEXC" TO WS-ALERT-CODE
                   MOVE "GRADEBOOK MARKS MISSING - SEE GRDBOOK.RPT"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
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

       LOAD-SECTION-MASTER.
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTMSTR-STATUS NOT = "00"
               DISPLAY "SECTION MASTER SECTMSTR.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SECTION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-MASTER-COUNT < 200
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE SC-SECTION TO WS-SM-SECTION
                               (WS-MASTER-COUNT)
                           MOVE SC-TERM TO WS-SM-TERM
                               (WS-MASTER-COUNT)
                           MOVE SC-INSTRUCTOR TO WS-SM-INSTRUCT
                               (WS-MASTER-COUNT)
                       ELSE
                           DISPLAY "SECTION TABLE FULL - "
                               SC-SECTION " " SC-TERM " IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      * Without a weighting scheme there is nothing to compute, and
      * rebuilding the roster from nothing would only copy it.
       LOAD-WEIGHT-SCHEME.
           OPEN INPUT WEIGHT-SCHEME-FILE
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "WEIGHTING SCHEME GRDWGHT.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ WEIGHT-SCHEME-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-SCHEME-READ
                       PERFORM ADD-SCHEME-CARD
               END-READ
           END-PERFORM
           CLOSE WEIGHT-SCHEME-FILE
           MOVE "N" TO WS-EOF-SWITCH
           DISPLAY "WEIGHTING CARDS READ: " WS-SCHEME-READ
               " FOR " WS-SECTION-COUNT " SECTION(S)".

      * One bad card spoils the whole section's scheme - a score
      * built from part of a scheme would be wrong, not partial.
       ADD-SCHEME-CARD.
           MOVE GW-SECTION TO WS-KEY-SECTION
           MOVE GW-TERM    TO WS-KEY-TERM
           PERFORM FIND-SCHEME-SECTION
           IF WS-FOUND-SW = "N"
               IF WS-SECTION-COUNT < 100
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-SECTION-COUNT TO WS-SX
                   MOVE GW-SECTION TO WS-SS-SECTION (WS-SX)
                   MOVE GW-TERM    TO WS-SS-TERM (WS-SX)
                   MOVE SPACES     TO WS-SS-INSTRUCT (WS-SX)
                   MOVE "Y"        TO WS-SS-VALID (WS-SX)
                   MOVE SPACES     TO WS-SS-REASON (WS-SX)
                   MOVE ZERO       TO WS-SS-COMPS (WS-SX)
                   MOVE ZERO       TO WS-SS-WEIGHTS (WS-SX)
                   MOVE ZERO       TO WS-SS-STUDENTS (WS-SX)
                   MOVE ZERO       TO WS-SS-INCOMPL (WS-SX)
               ELSE
                   DISPLAY "SCHEME SECTION TABLE FULL - "
                       GW-SECTION " " GW-TERM " IGNORED"
                   MOVE ZERO TO WS-SX
               END-IF
           END-IF
           IF WS-SX > ZERO
               PERFORM EDIT-SCHEME-CARD
           END-IF.

       EDIT-SCHEME-CARD.
           MOVE SPACES TO WS-EXC-REASON
           IF GW-WEIGHT NOT NUMERIC OR GW-ITEMS NOT NUMERIC
                   OR GW-POINTS NOT NUMERIC OR GW-DROP NOT NUMERIC
                   OR GW-COMPONENT = SPACES
               MOVE "BAD WEIGHTING CARD" TO WS-EXC-REASON
           ELSE
               IF GW-ITEMS = ZERO OR GW-ITEMS > 20
                   MOVE "MARKS NOT 1 TO 20" TO WS-EXC-REASON
               END-IF
               IF GW-POINTS = ZERO
                   MOVE "MARKS OUT OF ZERO POINTS" TO WS-EXC-REASON
               END-IF
               IF GW-DROP NOT < GW-ITEMS
                   MOVE "DROPS EVERY MARK" TO WS-EXC-REASON
               END-IF
           END-IF
           IF WS-EXC-REASON = SPACES
               PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-SCHEME-COUNT
                   IF WS-GW-SX (WS-GX) = WS-SX
                           AND WS-GW-COMP (WS-GX) = GW-COMPONENT
                       MOVE "COMPONENT LISTED TWICE"
                           TO WS-EXC-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EXC-REASON = SPACES
               IF WS-SS-COMPS (WS-SX) NOT < 10
                       OR WS-SCHEME-COUNT NOT < 300
                   MOVE "TOO MANY COMPONENTS" TO WS-EXC-REASON
               END-IF
           END-IF
           IF WS-EXC-REASON = SPACES
               ADD 1 TO WS-SCHEME-COUNT
               ADD 1 TO WS-SS-COMPS (WS-SX)
               ADD GW-WEIGHT TO WS-SS-WEIGHTS (WS-SX)
               MOVE WS-SX        TO WS-GW-SX (WS-SCHEME-COUNT)
               MOVE WS-SS-COMPS (WS-SX)
                                 TO WS-GW-ORD (WS-SCHEME-COUNT)
               MOVE GW-COMPONENT TO WS-GW-COMP (WS-SCHEME-COUNT)
               MOVE GW-WEIGHT    TO WS-GW-WEIGHT (WS-SCHEME-COUNT)
               MOVE GW-ITEMS     TO WS-GW-ITEMS (WS-SCHEME-COUNT)
               MOVE GW-POINTS    TO WS-GW-POINTS (WS-SCHEME-COUNT)
               MOVE GW-DROP      TO WS-GW-DROP (WS-SCHEME-COUNT)
           ELSE
               IF WS-SS-VALID (WS-SX) = "Y"
                   MOVE "N" TO WS-SS-VALID (WS-SX)
                   MOVE WS-EXC-REASON TO WS-SS-REASON (WS-SX)
               END-IF
           END-IF.

      * Looks up WS-KEY-SECTION/WS-KEY-TERM on the scheme; WS-SX is
      * left on the entry found.
       FIND-SCHEME-SECTION.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-SS-SECTION (WS-SX) = WS-KEY-SECTION
                       AND WS-SS-TERM (WS-SX) = WS-KEY-TERM
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-SX
           END-IF.

      * A section's scheme stands only when its cards were all good,
      * its weights add up to exactly 100 and the section is on the
      * section master. Any other section keeps its keyed scores.
       CHECK-WEIGHT-SCHEME.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
               IF WS-SS-VALID (WS-SX) = "Y"
                       AND WS-SS-WEIGHTS (WS-SX) NOT = 100
                   MOVE "N" TO WS-SS-VALID (WS-SX)
                   MOVE "WEIGHTS DO NOT ADD UP TO 100"
                       TO WS-SS-REASON (WS-SX)
               END-IF
               IF WS-SS-VALID (WS-SX) = "Y"
                   PERFORM FIND-MASTER-SECTION
               END-IF
               IF WS-SS-VALID (WS-SX) = "Y"
                   ADD 1 TO WS-SECTIONS-OK
               ELSE
                   ADD 1 TO WS-SECTIONS-REFUSED
                   MOVE SPACES TO WS-EXC-STUDENT
                   MOVE WS-SS-SECTION (WS-SX) TO WS-EXC-SECTION
                   MOVE WS-SS-TERM (WS-SX)    TO WS-EXC-TERM
                   MOVE SPACES TO WS-EXC-COMPONENT
                   MOVE ZERO   TO WS-EXC-ITEM
                   MOVE WS-SS-REASON (WS-SX)  TO WS-EXC-REASON
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-PERFORM.

       FIND-MASTER-SECTION.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-SM-SECTION (WS-MX) = WS-SS-SECTION (WS-SX)
                       AND WS-SM-TERM (WS-MX) = WS-SS-TERM (WS-SX)
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-SM-INSTRUCT (WS-MX)
                       TO WS-SS-INSTRUCT (WS-SX)
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               MOVE "N" TO WS-SS-VALID (WS-SX)
               MOVE "SECTION NOT ON SECTION MASTER"
                   TO WS-SS-REASON (WS-SX)
           END-IF.

      * Roster seats in a gradebook section and every usable mark go
      * to the sort; every other roster record is copied straight
      * through to the new roster as keyed.
       LOAD-SORT-INPUT.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ROSTER-FILE INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM ROUTE-ROSTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "NO ROSTER ROSTERIN.DAT - MARKS ONLY"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SCORE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-SCORE-READ
                       PERFORM ROUTE-SCORE-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       ROUTE-ROSTER-RECORD.
           MOVE TR-SECTION TO WS-KEY-SECTION
           MOVE TR-TERM    TO WS-KEY-TERM
           PERFORM FIND-SCHEME-SECTION
           IF WS-FOUND-SW = "Y" AND WS-SS-VALID (WS-SX) = "Y"
               MOVE TR-TERM     TO SW-TERM
               MOVE TR-SECTION  TO SW-SECTION
               MOVE TR-ID       TO SW-STUDENT-ID
               MOVE "R"         TO SW-TYPE
               MOVE SPACES      TO SW-COMPONENT
               MOVE ZERO        TO SW-ITEM
               MOVE ZERO        TO SW-EARNED
               MOVE TR-EFF-DATE TO SW-EFF-DATE
               MOVE TR-BRANCH   TO SW-BRANCH
               MOVE TR-OP-CODE  TO SW-GRADE-CODE
               MOVE TR-COMPLETE-BY TO SW-COMPLETE-BY
               RELEASE SORT-WORK-REC
               ADD 1 TO WS-SEATS-RELEASED
           ELSE
               WRITE ROSTER-OUT-REC FROM TRANSACTION-RECORD
               ADD 1 TO WS-ROSTER-PASSED
               ADD 1 TO WS-ROSTER-WRITTEN
           END-IF.

       ROUTE-SCORE-RECORD.
           MOVE GC-STUDENT-ID TO WS-EXC-STUDENT
           MOVE GC-SECTION    TO WS-EXC-SECTION
           MOVE GC-TERM       TO WS-EXC-TERM
           MOVE GC-COMPONENT  TO WS-EXC-COMPONENT
           MOVE ZERO          TO WS-EXC-ITEM
           IF GC-ITEM NUMERIC
               MOVE GC-ITEM TO WS-EXC-ITEM
           END-IF
           MOVE SPACES TO WS-EXC-REASON
           MOVE GC-SECTION TO WS-KEY-SECTION
           MOVE GC-TERM    TO WS-KEY-TERM
           PERFORM FIND-SCHEME-SECTION
           IF WS-FOUND-SW = "N"
               MOVE "NO WEIGHTING SCHEME" TO WS-EXC-REASON
           ELSE
               IF WS-SS-VALID (WS-SX) = "N"
                   MOVE "SECTION SCHEME REFUSED" TO WS-EXC-REASON
               ELSE
                   PERFORM EDIT-SCORE-RECORD
               END-IF
           END-IF
           IF WS-EXC-REASON = SPACES
               MOVE GC-TERM       TO SW-TERM
               MOVE GC-SECTION    TO SW-SECTION
               MOVE GC-STUDENT-ID TO SW-STUDENT-ID
               MOVE "S"           TO SW-TYPE
               MOVE GC-COMPONENT  TO SW-COMPONENT
               MOVE GC-ITEM       TO SW-ITEM
               MOVE GC-EARNED     TO SW-EARNED
               MOVE SPACES        TO SW-EFF-DATE
               MOVE SPACES        TO SW-BRANCH
               MOVE SPACES        TO SW-GRADE-CODE
               MOVE SPACES        TO SW-COMPLETE-BY
               RELEASE SORT-WORK-REC
           ELSE
               ADD 1 TO WS-SCORE-REFUSED
               PERFORM RECORD-EXCEPTION
           END-IF.

       EDIT-SCORE-RECORD.
           PERFORM FIND-SCHEME-COMPONENT
           IF WS-FOUND-SW = "N"
               MOVE "COMPONENT NOT ON SCHEME" TO WS-EXC-REASON
           ELSE
               IF GC-ITEM NOT NUMERIC OR GC-ITEM = ZERO
                       OR GC-ITEM > WS-GW-ITEMS (WS-GX)
                   MOVE "NO SUCH MARK ON THE SCHEME" TO WS-EXC-REASON
               ELSE
                   IF GC-EARNED NOT NUMERIC
                           OR GC-EARNED > WS-GW-POINTS (WS-GX)
                       MOVE "MARK OVER THE POINTS POSSIBLE"
                           TO WS-EXC-REASON
                   END-IF
               END-IF
           END-IF
           IF GC-STUDENT-ID = SPACES
               MOVE "NO STUDENT ON THE MARK" TO WS-EXC-REASON
           END-IF.

      * Looks up GC-COMPONENT in section WS-SX; WS-GX is left on the
      * component card found.
       FIND-SCHEME-COMPONENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-SCHEME-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-GW-SX (WS-GX) = WS-SX
                       AND WS-GW-COMP (WS-GX) = GC-COMPONENT
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-GX
           END-IF.

       RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "NOT USED: " WS-EXC-STUDENT " " WS-EXC-SECTION
               " " WS-EXC-TERM " " WS-EXC-COMPONENT " "
               WS-EXC-ITEM " " WS-EXC-REASON
           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-STUDENT   TO WS-EX-STUDENT (WS-EXC-COUNT)
               MOVE WS-EXC-SECTION   TO WS-EX-SECTION (WS-EXC-COUNT)
               MOVE WS-EXC-TERM      TO WS-EX-TERM (WS-EXC-COUNT)
               MOVE WS-EXC-COMPONENT
                   TO WS-EX-COMPONENT (WS-EXC-COUNT)
               MOVE WS-EXC-ITEM      TO WS-EX-ITEM (WS-EXC-COUNT)
               MOVE WS-EXC-REASON    TO WS-EX-REASON (WS-EXC-COUNT)
           END-IF.

      * Control breaks on term and section, then on student.
       PROCESS-SORTED-RECORD.
           IF SR-TERM NOT = WS-PRIOR-SECTION(1:6)
                   OR SR-SECTION NOT = WS-PRIOR-SECTION(7:3)
               IF WS-STUDENT-OPEN-SW = "Y"
                   PERFORM FINISH-STUDENT
               END-IF
               MOVE SR-TERM    TO WS-PRIOR-SECTION(1:6)
               MOVE SR-SECTION TO WS-PRIOR-SECTION(7:3)
               PERFORM START-SECTION
           END-IF
           IF WS-STUDENT-OPEN-SW = "N"
                   OR SR-STUDENT-ID NOT = WS-PRIOR-STUDENT
               IF WS-STUDENT-OPEN-SW = "Y"
                   PERFORM FINISH-STUDENT
               END-IF
               PERFORM START-STUDENT
           END-IF
           IF SR-TYPE = "R"
               IF WS-ON-ROSTER-SW = "Y"
                   ADD 1 TO WS-SEATS-REPEATED
                   MOVE SR-STUDENT-ID TO WS-EXC-STUDENT
                   MOVE SR-SECTION    TO WS-EXC-SECTION
                   MOVE SR-TERM       TO WS-EXC-TERM
                   MOVE SPACES        TO WS-EXC-COMPONENT
                   MOVE ZERO          TO WS-EXC-ITEM
                   MOVE "SEAT KEYED TWICE - DROPPED" TO WS-EXC-REASON
                   PERFORM RECORD-EXCEPTION
               ELSE
                   MOVE "Y" TO WS-ON-ROSTER-SW
                   MOVE SR-EFF-DATE TO WS-SEAT-EFF-DATE
                   MOVE SR-BRANCH   TO WS-SEAT-BRANCH
                   MOVE SR-GRADE-CODE  TO WS-SEAT-GRADE-CODE
                   MOVE SR-COMPLETE-BY TO WS-SEAT-COMPLETE-BY
               END-IF
           ELSE
               PERFORM STORE-STUDENT-MARK
           END-IF.

       START-SECTION.
           MOVE SR-SECTION TO WS-KEY-SECTION
           MOVE SR-TERM    TO WS-KEY-TERM
           PERFORM FIND-SCHEME-SECTION
           MOVE WS-SX TO WS-CUR-SX
           MOVE SPACES TO BREAKDOWN-REC
           WRITE BREAKDOWN-REC
           MOVE SR-TERM    TO SH1-TERM
           MOVE SR-SECTION TO SH1-SECTION
           MOVE WS-SS-INSTRUCT (WS-CUR-SX) TO SH1-INSTRUCTOR
           WRITE BREAKDOWN-REC FROM SECTION-HEADER-1
           WRITE BREAKDOWN-REC FROM SCHEME-HEADER
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-SCHEME-COUNT
               IF WS-GW-SX (WS-GX) = WS-CUR-SX
                   MOVE WS-GW-COMP (WS-GX)   TO KL-COMPONENT
                   MOVE WS-GW-WEIGHT (WS-GX) TO KL-WEIGHT
                   MOVE WS-GW-ITEMS (WS-GX)  TO KL-ITEMS
                   MOVE WS-GW-POINTS (WS-GX) TO KL-POINTS
                   MOVE WS-GW-DROP (WS-GX)   TO KL-DROP
                   WRITE BREAKDOWN-REC FROM SCHEME-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BREAKDOWN-REC
           WRITE BREAKDOWN-REC
           WRITE BREAKDOWN-REC FROM COMPONENT-HEADER.

       START-STUDENT.
           MOVE "Y" TO WS-STUDENT-OPEN-SW
           MOVE SR-STUDENT-ID TO WS-PRIOR-STUDENT
           MOVE "N" TO WS-ON-ROSTER-SW
           MOVE SPACES TO WS-SEAT-EFF-DATE
           MOVE SPACES TO WS-SEAT-BRANCH
           MOVE SPACES TO WS-SEAT-GRADE-CODE
           MOVE SPACES TO WS-SEAT-COMPLETE-BY
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 20
                   MOVE ZERO TO WS-MK-EARNED (WS-CX WS-IX)
                   MOVE "N"  TO WS-MK-SCORED (WS-CX WS-IX)
                   MOVE "N"  TO WS-MK-DROPPED (WS-CX WS-IX)
               END-PERFORM
           END-PERFORM.

      * The same mark keyed twice keeps the first and lists the
      * second, so the score never quietly depends on file order.
       STORE-STUDENT-MARK.
           MOVE WS-CUR-SX TO WS-SX
           MOVE SR-COMPONENT TO GC-COMPONENT
           PERFORM FIND-SCHEME-COMPONENT
           MOVE WS-GW-ORD (WS-GX) TO WS-CX
           IF WS-MK-SCORED (WS-CX SR-ITEM) = "Y"
               ADD 1 TO WS-SCORE-REFUSED
               MOVE SR-STUDENT-ID TO WS-EXC-STUDENT
               MOVE SR-SECTION    TO WS-EXC-SECTION
               MOVE SR-TERM       TO WS-EXC-TERM
               MOVE SR-COMPONENT  TO WS-EXC-COMPONENT
               MOVE SR-ITEM       TO WS-EXC-ITEM
               MOVE "MARK KEYED TWICE" TO WS-EXC-REASON
               PERFORM RECORD-EXCEPTION
           ELSE
               MOVE "Y" TO WS-MK-SCORED (WS-CX SR-ITEM)
               MOVE SR-EARNED TO WS-MK-EARNED (WS-CX SR-ITEM)
               ADD 1 TO WS-SCORE-USED
           END-IF.

      * Weighs up each component of the section in scheme order,
      * writes the student's roster record with the rounded score
      * and prints how it was built. A student with marks but no
      * seat is printed as an exception only - the gradebook never
      * puts a student on the roster the section was not keyed with.
       FINISH-STUDENT.
           MOVE "N" TO WS-STUDENT-OPEN-SW
           MOVE ZERO TO WS-WEIGHTED-TOTAL
           MOVE ZERO TO WS-STU-MISSING
           MOVE WS-PRIOR-STUDENT TO SL-STUDENT-ID
           IF WS-ON-ROSTER-SW = "Y"
               MOVE SPACES TO SL-NOTE
               ADD 1 TO WS-STUDENTS-SEATED
           ELSE
               MOVE "MARKS BUT NOT SEATED ON THE ROSTER" TO SL-NOTE
               ADD 1 TO WS-STUDENTS-UNSEAT
           END-IF
           WRITE BREAKDOWN-REC FROM STUDENT-LINE
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-SCHEME-COUNT
               IF WS-GW-SX (WS-GX) = WS-CUR-SX
                   PERFORM SCORE-ONE-COMPONENT
               END-IF
           END-PERFORM
           COMPUTE WS-ROSTER-SCORE ROUNDED = WS-WEIGHTED-TOTAL
           IF WS-SEAT-GRADE-CODE = "I" OR WS-SEAT-GRADE-CODE = "W"
               MOVE ZERO TO WS-ROSTER-SCORE
           END-IF
           IF WS-ON-ROSTER-SW = "Y"
               PERFORM WRITE-ROSTER-RECORD
           END-IF
           ADD 1 TO WS-STUDENTS-DONE
           ADD 1 TO WS-SS-STUDENTS (WS-CUR-SX)
           MOVE WS-WEIGHTED-TOTAL TO TL-WEIGHTED
           MOVE WS-ROSTER-SCORE   TO TL-ROSTER-SCORE
           MOVE SPACES TO TL-NOTE
           IF WS-STU-MISSING > ZERO
               ADD 1 TO WS-INCOMPLETE-COUNT
               ADD 1 TO WS-SS-INCOMPL (WS-CUR-SX)
               STRING "INCOMPLETE - " WS-STU-MISSING
                   " MARK(S) MISSING" DELIMITED BY SIZE INTO TL-NOTE
               DISPLAY "INCOMPLETE: " WS-PRIOR-STUDENT " "
                   WS-PRIOR-SECTION(7:3) " " WS-PRIOR-SECTION(1:6)
                   " " WS-STU-MISSING " MARK(S) MISSING"
           END-IF
           IF WS-SEAT-GRADE-CODE = "I" OR WS-SEAT-GRADE-CODE = "W"
               MOVE SPACES TO TL-NOTE
               STRING "GRADE " WS-SEAT-GRADE-CODE
                   " ON ROSTER - NO SCORE POSTED"
                   DELIMITED BY SIZE INTO TL-NOTE
           END-IF
           IF WS-ON-ROSTER-SW NOT = "Y"
               MOVE "NOT SEATED - NO ROSTER RECORD WRITTEN"
                   TO TL-NOTE
               DISPLAY "NOT SEATED: " WS-PRIOR-STUDENT " "
                   WS-PRIOR-SECTION(7:3) " " WS-PRIOR-SECTION(1:6)
                   " HAS MARKS BUT NO ROSTER SEAT"
           END-IF
           WRITE BREAKDOWN-REC FROM TOTAL-LINE.

      * A missing mark scores zero, so it is the first one a drop
      * rule takes. What is kept is averaged over the points it was
      * out of and weighted into the course score.
       SCORE-ONE-COMPONENT.
           MOVE WS-GW-ORD (WS-GX) TO WS-CX
           MOVE ZERO TO WS-COMP-SCORED
           MOVE ZERO TO WS-COMP-MISSING
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GW-ITEMS (WS-GX)
               IF WS-MK-SCORED (WS-CX WS-IX) = "Y"
                   ADD 1 TO WS-COMP-SCORED
               ELSE
                   ADD 1 TO WS-COMP-MISSING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-GW-DROP (WS-GX)
               PERFORM DROP-LOWEST-MARK
           END-PERFORM
           MOVE ZERO TO WS-KEPT-EARNED
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GW-ITEMS (WS-GX)
               IF WS-MK-DROPPED (WS-CX WS-IX) = "N"
                   ADD WS-MK-EARNED (WS-CX WS-IX) TO WS-KEPT-EARNED
               END-IF
           END-PERFORM
           COMPUTE WS-KEPT-POSSIBLE
               = (WS-GW-ITEMS (WS-GX) - WS-GW-DROP (WS-GX))
               * WS-GW-POINTS (WS-GX)
           COMPUTE WS-COMP-PCT ROUNDED
               = WS-KEPT-EARNED * 100 / WS-KEPT-POSSIBLE
           COMPUTE WS-COMP-POINTS ROUNDED
               = WS-KEPT-EARNED * WS-GW-WEIGHT (WS-GX)
               / WS-KEPT-POSSIBLE
           ADD WS-COMP-POINTS TO WS-WEIGHTED-TOTAL
           ADD WS-COMP-MISSING TO WS-STU-MISSING
           MOVE WS-GW-COMP (WS-GX)   TO CL-COMPONENT
           MOVE WS-GW-WEIGHT (WS-GX) TO CL-WEIGHT
           MOVE WS-COMP-SCORED       TO CL-SCORED
           MOVE WS-GW-ITEMS (WS-GX)  TO CL-ITEMS
           MOVE WS-GW-DROP (WS-GX)   TO CL-DROP
           MOVE WS-KEPT-EARNED       TO CL-EARNED
           MOVE WS-KEPT-POSSIBLE     TO CL-POSSIBLE
           MOVE WS-COMP-PCT          TO CL-PCT
           MOVE WS-COMP-POINTS       TO CL-POINTS
           IF WS-COMP-SCORED = ZERO
               MOVE "COMPONENT MISSING" TO CL-NOTE
           ELSE
               IF WS-COMP-MISSING > ZERO
                   MOVE "MARKS MISSING" TO CL-NOTE
               ELSE
                   MOVE SPACES TO CL-NOTE
               END-IF
           END-IF
           WRITE BREAKDOWN-REC FROM COMPONENT-LINE
           PERFORM PRINT-COMPONENT-MARKS.

      * Ties go to the earlier mark.
       DROP-LOWEST-MARK.
           MOVE ZERO TO WS-LX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GW-ITEMS (WS-GX)
               IF WS-MK-DROPPED (WS-CX WS-IX) = "N"
                   IF WS-LX = ZERO
                           OR WS-MK-EARNED (WS-CX WS-IX)
                               < WS-LOW-EARNED
                       MOVE WS-IX TO WS-LX
                       MOVE WS-MK-EARNED (WS-CX WS-IX)
                           TO WS-LOW-EARNED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LX > ZERO
               MOVE "Y" TO WS-MK-DROPPED (WS-CX WS-LX)
           END-IF.

       PRINT-COMPONENT-MARKS.
           MOVE SPACES TO MARK-LINE
           MOVE "    MARKS" TO ML-LABEL
           MOVE ZERO TO WS-KX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GW-ITEMS (WS-GX)
               ADD 1 TO WS-KX
               MOVE WS-IX TO ML-ITEM (WS-KX)
               MOVE WS-MK-EARNED (WS-CX WS-IX) TO ML-EARNED (WS-KX)
               MOVE SPACES TO ML-FLAGS (WS-KX)
               IF WS-MK-SCORED (WS-CX WS-IX) = "N"
                   MOVE "M" TO ML-FLAGS (WS-KX)(1:1)
               END-IF
               IF WS-MK-DROPPED (WS-CX WS-IX) = "Y"
                   MOVE "D" TO ML-FLAGS (WS-KX)(2:1)
               END-IF
               IF WS-KX = 10
                   WRITE BREAKDOWN-REC FROM MARK-LINE
                   MOVE SPACES TO MARK-LINE
                   MOVE ZERO TO WS-KX
               END-IF
           END-PERFORM
           IF WS-KX > ZERO
               WRITE BREAKDOWN-REC FROM MARK-LINE
           END-IF.

      * The computed record carries the seat's own effective date
      * and branch, so the grading run treats it as the seat it
      * replaces. A seat keyed with an I or W grade keeps it, and
      * an Incomplete keeps its deadline - the marks so far are
      * printed for the instructor but no score is posted.
       WRITE-ROSTER-RECORD.
           MOVE SPACES                TO TRANSACTION-RECORD
           MOVE WS-PRIOR-STUDENT      TO TR-ID
           MOVE ZERO                  TO TR-NUM1
           MOVE ZERO                  TO TR-NUM2
           MOVE WS-ROSTER-SCORE       TO TR-SCORE
           MOVE WS-SEAT-EFF-DATE      TO TR-EFF-DATE
           MOVE WS-PRIOR-SECTION(7:3) TO TR-SECTION
           MOVE WS-PRIOR-SECTION(1:6) TO TR-TERM
           MOVE WS-SEAT-BRANCH        TO TR-BRANCH
           IF WS-SEAT-GRADE-CODE = "I" OR WS-SEAT-GRADE-CODE = "W"
               MOVE WS-SEAT-GRADE-CODE TO TR-OP-CODE
           END-IF
           IF WS-SEAT-GRADE-CODE = "I"
               MOVE WS-SEAT-COMPLETE-BY TO TR-COMPLETE-BY
           END-IF
           WRITE ROSTER-OUT-REC FROM TRANSACTION-RECORD
           ADD 1 TO WS-ROSTER-WRITTEN.

      * Every mark read was used or listed, every gradebook seat
      * became one student's record or was a repeat, and the new
      * roster holds exactly the passed-through records plus one per
      * seated student computed.
       CHECK-ROSTER-BALANCE.
           IF WS-SCORE-READ NOT = WS-SCORE-USED + WS-SCORE-REFUSED
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADEBOOK: " WS-SCORE-READ " MARKS READ BUT "
                   WS-SCORE-USED " USED AND " WS-SCORE-REFUSED
                   " REFUSED"
           END-IF
           IF WS-SEATS-RELEASED
                   NOT = WS-STUDENTS-SEATED + WS-SEATS-REPEATED
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADEBOOK: " WS-SEATS-RELEASED
                   " GRADEBOOK SEATS BUT " WS-STUDENTS-SEATED
                   " STUDENTS SCORED AND " WS-SEATS-REPEATED
                   " REPEATS"
           END-IF
           IF WS-ROSTER-READ
                   NOT = WS-ROSTER-PASSED + WS-SEATS-RELEASED
                   OR WS-ROSTER-WRITTEN
                   NOT = WS-ROSTER-PASSED + WS-STUDENTS-SEATED
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADEBOOK: ROSTER " WS-ROSTER-READ
                   " READ, " WS-ROSTER-WRITTEN " WRITTEN - "
                   WS-ROSTER-PASSED " PASSED, " WS-STUDENTS-SEATED
                   " COMPUTED"
           END-IF.

       PRINT-BOOK-TOTALS.
           MOVE SPACES TO BREAKDOWN-REC
           WRITE BREAKDOWN-REC
           MOVE "MARKS, SCHEMES AND SEATS NOT USED" TO BT-TEXT
           WRITE BREAKDOWN-REC FROM BOOK-TITLE-LINE
           WRITE BREAKDOWN-REC FROM EXCEPTION-HEADER
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-EXC-COUNT
               MOVE WS-EX-STUDENT (WS-XX)   TO XL-STUDENT-ID
               MOVE WS-EX-SECTION (WS-XX)   TO XL-SECTION
               MOVE WS-EX-TERM (WS-XX)      TO XL-TERM
               MOVE WS-EX-COMPONENT (WS-XX) TO XL-COMPONENT
               MOVE WS-EX-ITEM (WS-XX)      TO XL-ITEM
               MOVE WS-EX-REASON (WS-XX)    TO XL-REASON
               WRITE BREAKDOWN-REC FROM EXCEPTION-LINE
           END-PERFORM
           IF WS-EXCEPTION-COUNT > WS-EXC-COUNT
               MOVE "MORE NOT USED THAN LISTED - SEE THE RUN LOG"
                   TO BT-TEXT
               WRITE BREAKDOWN-REC FROM BOOK-TITLE-LINE
           END-IF
           MOVE SPACES TO BREAKDOWN-REC
           WRITE BREAKDOWN-REC
           MOVE "SECTIONS SCORED FROM THE GRADEBOOK" TO BC-TEXT
           MOVE WS-SECTIONS-OK TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "SECTION SCHEMES REFUSED" TO BC-TEXT
           MOVE WS-SECTIONS-REFUSED TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "MARKS READ" TO BC-TEXT
           MOVE WS-SCORE-READ TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  USED" TO BC-TEXT
           MOVE WS-SCORE-USED TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  NOT USED" TO BC-TEXT
           MOVE WS-SCORE-REFUSED TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "ROSTER RECORDS READ" TO BC-TEXT
           MOVE WS-ROSTER-READ TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  PASSED THROUGH AS KEYED" TO BC-TEXT
           MOVE WS-ROSTER-PASSED TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  GRADEBOOK SEATS" TO BC-TEXT
           MOVE WS-SEATS-RELEASED TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  REPEATED SEATS" TO BC-TEXT
           MOVE WS-SEATS-REPEATED TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "STUDENTS SCORED" TO BC-TEXT
           MOVE WS-STUDENTS-DONE TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  WITH MARKS BUT NOT SEATED" TO BC-TEXT
           MOVE WS-STUDENTS-UNSEAT TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "  WITH MARKS MISSING" TO BC-TEXT
           MOVE WS-INCOMPLETE-COUNT TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           MOVE "ROSTER RECORDS WRITTEN" TO BC-TEXT
           MOVE WS-ROSTER-WRITTEN TO BC-COUNT
           WRITE BREAKDOWN-REC FROM BOOK-COUNT-LINE
           IF WS-BALANCE-SW = "N"
               MOVE "*** ROSTER OUT OF BALANCE - NOT PROMOTED ***"
                   TO BT-TEXT
           ELSE
               MOVE "ROSTER IN BALANCE" TO BT-TEXT
           END-IF
           WRITE BREAKDOWN-REC FROM BOOK-TITLE-LINE.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "GRADEBOOK" TO AL-STEP
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
           MOVE "GRADEBOOK"      TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "GRADEBOOK"      TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           COMPUTE RL-INPUT-COUNT = WS-SCORE-READ + WS-ROSTER-READ
           MOVE WS-ROSTER-WRITTEN TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== GRADEBOOK RECONCILIATION =====".
           DISPLAY "SECTIONS SCORED:      " WS-SECTIONS-OK.
           DISPLAY "SCHEMES REFUSED:      " WS-SECTIONS-REFUSED.
           DISPLAY "MARKS READ:           " WS-SCORE-READ.
           DISPLAY "  USED:               " WS-SCORE-USED.
           DISPLAY "  NOT USED:           " WS-SCORE-REFUSED.
           DISPLAY "ROSTER RECORDS READ:  " WS-ROSTER-READ.
           DISPLAY "  PASSED THROUGH:     " WS-ROSTER-PASSED.
           DISPLAY "  GRADEBOOK SEATS:    " WS-SEATS-RELEASED.
           DISPLAY "  REPEATED SEATS:     " WS-SEATS-REPEATED.
           DISPLAY "STUDENTS SCORED:      " WS-STUDENTS-DONE.
           DISPLAY "  NOT SEATED:         " WS-STUDENTS-UNSEAT.
           DISPLAY "  MARKS MISSING:      " WS-INCOMPLETE-COUNT.
           DISPLAY "ROSTER RECORDS OUT:   " WS-ROSTER-WRITTEN.
