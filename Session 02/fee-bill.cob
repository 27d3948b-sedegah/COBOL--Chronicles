       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BILLING.

      * Per-term tuition and section fee billing, so the bursar's
      * office stops invoicing students by hand from the grading
      * side's files. Every student on the enrollment master
      * STUENRL.DAT is priced for the sections the class roster
      * ROSTERIN.DAT seats them in for the term, at the fee the
      * FEESCHED.DAT schedule (copybooks/FEESCHED.cpy) gives for
      * their program of study and the section. Each section must
      * be on the section master SECTMSTR.DAT for the term. Driven
      * by a request card in FEEREQ.DAT:
      *   cols 1-6   the term, as on the section master (2026FA)
      *   cols 7-14  the term's first day, CCYYMMDD
      *   cols 15-22 the term's last day, CCYYMMDD
      *   cols 23-28 the billing period, CCYYMM - blank for the
      *              business date's month
      * The charges are posted to the open-invoice master ARMSTR.DAT
      * as student accounts (account type S, prefix *ST, one per
      * student per billing period), so AR-CASH ages them and
      * applies their receipts with the client receivables. A
      * withdrawn student is charged and credited a refund prorated
      * on the days of the term left after EN-WITHDRAW-DATE. A
      * rerun of the term in the same period trues each account up
      * in place, leaving cash and memos alone, the way AR-POST
      * reposts a billing period; a term already billed in another
      * period is refused. The change to the receivable is written
      * to FEEGL.NEW in the GL-POST interface layout - charges debit
      * 1200-AR and credit 4100-TUI tuition revenue, refunds debit
      * 4190-RFD and credit 1200-AR, and a lower figure on a rerun
      * reverses the difference. The FEEREG.RPT fee register lists
      * every enrolled student and proves students billed plus
      * students not billed equals the enrollment count. Anything
      * not billed for a reason ends RC=4; an unbalanced register,
      * posting or ledger file ends RC=8 and run-fee-billing.sh
      * ships no ledger file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "FEEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

      * The registrar's files are kept with the grading programs.
           SELECT ENROLL-MASTER-FILE
               ASSIGN TO "../../Session 05/data/STUENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SECTION-MASTER-FILE
               ASSIGN TO "../../Session 05/data/SECTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTMSTR-STATUS.

           SELECT ROSTER-FILE
               ASSIGN TO "../../Session 05/data/ROSTERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO "ARMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARMSTR-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "FEEGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO "FEEREG.RPT"
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
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  FQ-TERM         PIC X(6).
           05  FQ-TERM-START   PIC X(8).
           05  FQ-TERM-END     PIC X(8).
           05  FQ-PERIOD       PIC X(6).

       FD  FEE-SCHEDULE-FILE.
       COPY FEESCHED.

       FD  ENROLL-MASTER-FILE.
       COPY STUENREC.

       FD  SECTION-MASTER-FILE.
       COPY SECTREC.

       FD  ROSTER-FILE.
       COPY TRANXREC.

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC      PIC X(34).

       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(120).

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
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-FEESCHED-STATUS  PIC XX.
       77  WS-ENROLL-STATUS    PIC XX.
       77  WS-SECTMSTR-STATUS  PIC XX.
       77  WS-ROSTER-STATUS    PIC XX.
       77  WS-ARMSTR-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-TERM             PIC X(6).
       77  WS-TERM-START       PIC X(8).
       77  WS-TERM-END         PIC X(8).
       77  WS-PERIOD           PIC X(6).
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-DATE-OK-SW       PIC X VALUE "Y".
       77  WS-DATE-NUM         PIC 9(8) VALUE ZERO.
       77  WS-START-DAY        PIC 9(7) VALUE ZERO.
       77  WS-END-DAY          PIC 9(7) VALUE ZERO.
       77  WS-WITHDRAW-DAY     PIC 9(7) VALUE ZERO.
       77  WS-TERM-DAYS        PIC 9(5) VALUE ZERO.
       77  WS-DAYS-LEFT        PIC 9(5) VALUE ZERO.
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CX               PIC 9(3) COMP VALUE ZERO.
       77  WS-FX               PIC 9(3) COMP VALUE ZERO.
       77  WS-PX               PIC 9(4) COMP VALUE ZERO.
       77  WS-XX               PIC 9(3) COMP VALUE ZERO.
       77  WS-SECTION-FEE      PIC 9(7)V99 VALUE ZERO.
       77  WS-EXC-STUDENT      PIC X(9).
       77  WS-EXC-SECTION      PIC X(3).
       77  WS-EXC-REASON       PIC X(30).
       77  WS-NOTE-TEXT        PIC X(20).
       77  WS-CHARGE-CHANGE    PIC S9(9)V99 VALUE ZERO.
       77  WS-REFUND-CHANGE    PIC S9(9)V99 VALUE ZERO.
       77  WS-CHARGED-AMOUNT   PIC S9(10)V99 VALUE ZERO.
       77  WS-GL-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       77  WS-DEBIT-ACCOUNT    PIC X(8).
       77  WS-CREDIT-ACCOUNT   PIC X(8).
       77  WS-WORK-CENTS       PIC 9(11) VALUE ZERO.

      * Every student account sits under this prefix - see
      * copybooks/ARMSTR.cpy.
       77  WS-STUDENT-LEDGER   PIC X(3) VALUE "*ST".

      * The shop's chart accounts this interface posts to: the
      * receivable, tuition revenue, and the contra-revenue account
      * withdrawal refunds are charged to.
       77  WS-AR-ACCOUNT       PIC X(8) VALUE "1200-AR ".
       77  WS-TUITION-ACCOUNT  PIC X(8) VALUE "4100-TUI".
       77  WS-REFUND-ACCOUNT   PIC X(8) VALUE "4190-RFD".

       01  WS-RUN-COUNTS.
           05  WS-ENROLL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ACTIVE-BILLED    PIC 9(7) VALUE ZERO.
           05  WS-WDRAWN-BILLED    PIC 9(7) VALUE ZERO.
           05  WS-NO-SECTION-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NOT-BILLABLE     PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-READ      PIC 9(7) VALUE ZERO.
           05  WS-ROSTER-TERM      PIC 9(7) VALUE ZERO.
           05  WS-PRICED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DUPLICATE-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-SEAT-EXC-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-NO-WDATE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NEW-ACCT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REBILL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-POST-FAIL-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OTHER-PER-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-CHARGE-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-REFUND-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-NET-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-SECTION-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-POSTED-CHARGES   PIC 9(11)V99 VALUE ZERO.
           05  WS-POSTED-REFUNDS   PIC 9(11)V99 VALUE ZERO.
           05  WS-CHARGE-UP        PIC 9(11)V99 VALUE ZERO.
           05  WS-CHARGE-DOWN      PIC 9(11)V99 VALUE ZERO.
           05  WS-REFUND-UP        PIC 9(11)V99 VALUE ZERO.
           05  WS-REFUND-DOWN      PIC 9(11)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05  WS-HASH-CENTS       PIC 9(13) VALUE ZERO.

      * The enrollment master, with each student's sections and
      * fees built up from the roster.
       01  WS-STUDENT-TABLE.
           05  WS-STUDENT-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-STUDENT-ENTRY OCCURS 500 TIMES.
               10  WS-ST-ID        PIC X(9).
               10  WS-ST-NAME      PIC X(20).
               10  WS-ST-PROGRAM   PIC X(10).
               10  WS-ST-STATUS    PIC X.
               10  WS-ST-WDATE     PIC X(8).
               10  WS-ST-SECTIONS  PIC 9(3).
               10  WS-ST-CHARGE    PIC 9(7)V99.
               10  WS-ST-REFUND    PIC 9(7)V99.

      * The term's sections from the section master, with the
      * students priced into each.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-SECTION-ENTRY OCCURS 100 TIMES.
               10  WS-SC-SECTION   PIC X(3).
               10  WS-SC-INSTRUCT  PIC X(20).
               10  WS-SC-CAPACITY  PIC 9(3).
               10  WS-SC-PRICED    PIC 9(5).
               10  WS-SC-CHARGES   PIC 9(9)V99.

       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-FEE-ENTRY OCCURS 200 TIMES.
               10  WS-FE-PROGRAM   PIC X(10).
               10  WS-FE-SECTION   PIC X(3).
               10  WS-FE-AMOUNT    PIC 9(7)V99.

      * Student and section pairs already priced, so a roster that
      * carries a student twice in one section bills them once.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT   PIC 9(4) COMP VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-STUDENT   PIC X(9).
               10  WS-PR-SECTION   PIC X(3).

      * Roster seats and accounts that could not be billed, listed
      * at the foot of the register.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-EXC-ENTRY OCCURS 100 TIMES.
               10  WS-EX-STUDENT   PIC X(9).
               10  WS-EX-SECTION   PIC X(3).
               10  WS-EX-REASON    PIC X(30).

       COPY GLPOST.

       COPY PARMCARD.

       COPY ALERTREC.

       01  REGISTER-HEADER-1.
           05  FILLER          PIC X(22)
               VALUE "FEE REGISTER FOR TERM ".
           05  RH1-TERM        PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RH1-START       PIC X(8).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  RH1-END         PIC X(8).
           05  FILLER          PIC X(16)
               VALUE "  BILLING PERIOD".
           05  FILLER          PIC X     VALUE SPACE.
           05  RH1-PERIOD      PIC X(6).
           05  FILLER          PIC X(10) VALUE "  RUN DATE".
           05  FILLER          PIC X     VALUE SPACE.
           05  RH1-RUN-DATE    PIC X(8).

       01  REGISTER-HEADER-2.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "NAME".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(2)  VALUE "ST".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(4)  VALUE "SECT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "      CHARGE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "      REFUND".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "  NET BILLED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "NOTE".

       01  REGISTER-LINE.
           05  RL-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-NAME         PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-PROGRAM      PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-STATUS       PIC X.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RL-SECTIONS     PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-CHARGE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-REFUND       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-NET          PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-NOTE         PIC X(20).

       01  SECTION-HEADER.
           05  FILLER          PIC X(7)  VALUE "SECTION".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "INSTRUCTOR".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "CAPACITY".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "  PRICED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "       CHARGES".

       01  SECTION-LINE.
           05  SL-SECTION      PIC X(3).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  SL-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  SL-CAPACITY     PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  SL-PRICED       PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-CHARGES      PIC ZZZ,ZZZ,ZZ9.99.

       01  EXCEPTION-HEADER.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(7)  VALUE "SECTION".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "NOT BILLED BECAUSE".

       01  EXCEPTION-LINE.
           05  XL-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XL-SECTION      PIC X(3).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  XL-REASON       PIC X(30).

       01  REGISTER-TITLE-LINE.
           05  RT-TEXT         PIC X(60).

       01  REGISTER-COUNT-LINE.
           05  RC-TEXT         PIC X(36).
           05  RC-COUNT        PIC Z,ZZZ,ZZ9.

       01  REGISTER-AMOUNT-LINE.
           05  RA-TEXT         PIC X(36).
           05  RA-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM READ-REQUEST-CARD
           PERFORM LOAD-ENROLLMENT-MASTER
           PERFORM LOAD-SECTION-MASTER
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM OPEN-AR-MASTER
           PERFORM CHECK-TERM-ACCOUNTS
           OPEN OUTPUT GL-POSTING-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM PRICE-ROSTER
           COMPUTE WS-SEAT-EXC-COUNT
               = WS-EXCEPTION-COUNT - WS-ORPHAN-COUNT
           PERFORM PRINT-REGISTER-HEADERS
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STUDENT-COUNT
               PERFORM BILL-ONE-STUDENT
           END-PERFORM
           PERFORM WRITE-GL-POSTINGS
           PERFORM CHECK-REGISTER-BALANCE
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a billing run that did not balance
      * is never recorded as complete.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE AR-MASTER-FILE
           CLOSE GL-POSTING-FILE
           CLOSE REGISTER-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: FEE BILLING OUT OF BALANCE"
                   " - DO NOT SHIP FEEGL.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "FEEBAL" TO WS-ALERT-CODE
               MOVE "FEE BILLING OUT OF BALANCE - NOT SHIPPED"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-EXCEPTION-COUNT
                       " ITEM(S) NOT BILLED - SEE FEEREG.RPT"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "FEEEXC" TO WS-ALERT-CODE
                   MOVE "FEE BILLING EXCEPTIONS - SEE FEEREG.RPT"
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

      * The term must run forward over at least one day, since the
      * refund is prorated on the days of it left.
       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO BILLING REQUEST - FEEREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REQUEST-FILE
               AT END
                   MOVE SPACES TO REQUEST-REC
           END-READ
           CLOSE REQUEST-FILE
           IF FQ-TERM = SPACES
               DISPLAY "NO TERM ON THE BILLING REQUEST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FQ-TERM-START TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK-SW = "N"
               DISPLAY "BAD TERM START DATE '" FQ-TERM-START "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FQ-TERM-END TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK-SW = "N" OR FQ-TERM-END NOT > FQ-TERM-START
               DISPLAY "BAD TERM END DATE '" FQ-TERM-END "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FQ-PERIOD = SPACES
               MOVE WS-RUN-DATE(1:6) TO FQ-PERIOD
           END-IF
           IF FQ-PERIOD NOT NUMERIC
                   OR FQ-PERIOD(5:2) < "01"
                   OR FQ-PERIOD(5:2) > "12"
               DISPLAY "BAD BILLING PERIOD '" FQ-PERIOD "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FQ-TERM       TO WS-TERM
           MOVE FQ-TERM-START TO WS-TERM-START
           MOVE FQ-TERM-END   TO WS-TERM-END
           MOVE FQ-PERIOD     TO WS-PERIOD
           MOVE WS-TERM-START TO WS-DATE-NUM
           COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           MOVE WS-TERM-END TO WS-DATE-NUM
           COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-TERM-DAYS = WS-END-DAY - WS-START-DAY
           DISPLAY "FEE BILLING: TERM " WS-TERM " " WS-TERM-START
               " TO " WS-TERM-END " (" WS-TERM-DAYS " DAYS) PERIOD "
               WS-PERIOD.

       CHECK-DATE-FORMAT.
           MOVE "Y" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE NOT NUMERIC
                   OR WS-CHECK-DATE(5:2) < "01"
                   OR WS-CHECK-DATE(5:2) > "12"
                   OR WS-CHECK-DATE(7:2) < "01"
                   OR WS-CHECK-DATE(7:2) > "31"
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

       LOAD-ENROLLMENT-MASTER.
           OPEN INPUT ENROLL-MASTER-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "ENROLLMENT MASTER STUENRL.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ENROLL-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ENROLL-COUNT
                       PERFORM ADD-STUDENT-ENTRY
               END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH
           DISPLAY "STUDENTS ON ENROLLMENT MASTER: " WS-ENROLL-COUNT.

      * A student who cannot be held cannot be billed or counted,
      * and the register would not balance - so the run stops.
       ADD-STUDENT-ENTRY.
           IF WS-STUDENT-COUNT < 500
               ADD 1 TO WS-STUDENT-COUNT
               MOVE WS-STUDENT-COUNT TO WS-SX
               MOVE EN-STUDENT-ID    TO WS-ST-ID (WS-SX)
               MOVE EN-NAME          TO WS-ST-NAME (WS-SX)
               MOVE EN-PROGRAM       TO WS-ST-PROGRAM (WS-SX)
               MOVE EN-STATUS        TO WS-ST-STATUS (WS-SX)
               MOVE EN-WITHDRAW-DATE TO WS-ST-WDATE (WS-SX)
               MOVE ZERO             TO WS-ST-SECTIONS (WS-SX)
               MOVE ZERO             TO WS-ST-CHARGE (WS-SX)
               MOVE ZERO             TO WS-ST-REFUND (WS-SX)
           ELSE
               DISPLAY "ENROLLMENT TABLE FULL AT " EN-STUDENT-ID
                   " - NOTHING BILLED"
               CLOSE ENROLL-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                       IF SC-TERM = WS-TERM
                           PERFORM ADD-SECTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH
           DISPLAY "SECTIONS OFFERED IN TERM " WS-TERM ": "
               WS-SECTION-COUNT.

       ADD-SECTION-ENTRY.
           IF WS-SECTION-COUNT < 100
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-SECTION-COUNT TO WS-CX
               MOVE SC-SECTION    TO WS-SC-SECTION (WS-CX)
               MOVE SC-INSTRUCTOR TO WS-SC-INSTRUCT (WS-CX)
               MOVE SC-CAPACITY   TO WS-SC-CAPACITY (WS-CX)
               MOVE ZERO          TO WS-SC-PRICED (WS-CX)
               MOVE ZERO          TO WS-SC-CHARGES (WS-CX)
           ELSE
               DISPLAY "SECTION TABLE FULL - " SC-SECTION
                   " IGNORED"
           END-IF.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEESCHED-STATUS NOT = "00"
               DISPLAY "FEE SCHEDULE FEESCHED.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM ADD-FEE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           DISPLAY "FEE SCHEDULE CARDS LOADED: " WS-FEE-COUNT.

       ADD-FEE-ENTRY.
           IF FS-AMOUNT NOT NUMERIC OR FS-PROGRAM = SPACES
               DISPLAY "BAD FEE SCHEDULE CARD FOR '" FS-PROGRAM
                   "' SECTION '" FS-SECTION "' IGNORED"
           ELSE
               IF WS-FEE-COUNT < 200
                   ADD 1 TO WS-FEE-COUNT
                   MOVE WS-FEE-COUNT TO WS-FX
                   MOVE FS-PROGRAM TO WS-FE-PROGRAM (WS-FX)
                   MOVE FS-SECTION TO WS-FE-SECTION (WS-FX)
                   MOVE FS-AMOUNT  TO WS-FE-AMOUNT (WS-FX)
               ELSE
                   DISPLAY "FEE TABLE FULL - " FS-PROGRAM " "
                       FS-SECTION " IGNORED"
               END-IF
           END-IF.

      * Only a file that does not exist yet (status 35) may be
      * created fresh - anything else must never silently rebuild
      * an empty receivable over the live one.
       OPEN-AR-MASTER.
           OPEN I-O AR-MASTER-FILE
           IF WS-ARMSTR-STATUS = "35"
               OPEN OUTPUT AR-MASTER-FILE
               CLOSE AR-MASTER-FILE
               OPEN I-O AR-MASTER-FILE
           END-IF
           IF WS-ARMSTR-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ARMSTR.DAT - STATUS "
                   WS-ARMSTR-STATUS
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "ARMSTR" TO WS-ALERT-CODE
               MOVE "OPEN-INVOICE MASTER NOT USABLE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Before anything is posted, walk the student accounts already
      * on file. The term billed in another period, or this period
      * already holding another term, would bill a student twice -
      * nothing is posted and the step ends RC=8. An account for
      * this term whose student has left the enrollment master
      * cannot be trued up here and is listed for the bursar.
       CHECK-TERM-ACCOUNTS.
           MOVE WS-STUDENT-LEDGER TO AR-CLIENT
           MOVE LOW-VALUES TO AR-PERIOD
           MOVE LOW-VALUES TO AR-STUDENT-ID
           START AR-MASTER-FILE KEY NOT < AR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AR-CLIENT NOT = WS-STUDENT-LEDGER
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           PERFORM CHECK-ONE-TERM-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-OTHER-PER-COUNT > ZERO
               DISPLAY "RETURN-CODE 8: " WS-OTHER-PER-COUNT
                   " STUDENT ACCOUNT(S) WOULD BE BILLED TWICE -"
                   " NOTHING POSTED"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "FEETERM" TO WS-ALERT-CODE
               MOVE "TERM OR PERIOD ALREADY BILLED - NO POST"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               CLOSE AR-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-TERM-ACCOUNT.
           IF AR-TERM = WS-TERM AND AR-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-OTHER-PER-COUNT
               DISPLAY "TERM " WS-TERM " ALREADY BILLED TO "
                   AR-STUDENT-ID " IN PERIOD " AR-PERIOD
           END-IF
           IF AR-PERIOD = WS-PERIOD AND AR-TERM NOT = WS-TERM
               ADD 1 TO WS-OTHER-PER-COUNT
               DISPLAY "PERIOD " WS-PERIOD " ALREADY HOLDS TERM "
                   AR-TERM " FOR " AR-STUDENT-ID
           END-IF
           IF AR-TERM = WS-TERM AND AR-PERIOD = WS-PERIOD
               PERFORM FIND-STUDENT-ENTRY
               IF WS-FOUND-SW = "N"
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE AR-STUDENT-ID TO WS-EXC-STUDENT
                   MOVE SPACES        TO WS-EXC-SECTION
                   MOVE "ACCOUNT ON FILE - NOT ENROLLED"
                       TO WS-EXC-REASON
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

      * Looks up AR-STUDENT-ID; WS-SX is left on the entry found.
       FIND-STUDENT-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STUDENT-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-ST-ID (WS-SX) = AR-STUDENT-ID
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-SX
           END-IF.

      * Every roster seat for the term is priced once, or listed as
      * an exception - the roster balances either way.
       PRICE-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "NO CLASS ROSTER - ROSTERIN.DAT MISSING,"
                   " NO SECTIONS PRICED"
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ROSTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           IF TR-TERM = WS-TERM
                               ADD 1 TO WS-ROSTER-TERM
                               PERFORM PRICE-ROSTER-SEAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      * A student not active or withdrawn has nothing to bill, so
      * each of their seats is listed rather than priced.
       PRICE-ROSTER-SEAT.
           MOVE TR-ID      TO WS-EXC-STUDENT
           MOVE TR-SECTION TO WS-EXC-SECTION
           MOVE TR-ID      TO AR-STUDENT-ID
           PERFORM FIND-STUDENT-ENTRY
           IF WS-FOUND-SW = "Y"
                   AND WS-ST-STATUS (WS-SX) NOT = "A"
                   AND WS-ST-STATUS (WS-SX) NOT = "W"
               MOVE "ENROLLMENT STATUS NOT A OR W" TO WS-EXC-REASON
               PERFORM RECORD-EXCEPTION
           ELSE
               PERFORM PRICE-ENROLLED-SEAT
           END-IF.

       PRICE-ENROLLED-SEAT.
           IF WS-FOUND-SW = "N"
               MOVE "STUDENT NOT ON ENROLLMENT" TO WS-EXC-REASON
               PERFORM RECORD-EXCEPTION
           ELSE
               PERFORM FIND-SECTION-ENTRY
               IF WS-FOUND-SW = "N"
                   MOVE "SECTION NOT OFFERED IN TERM"
                       TO WS-EXC-REASON
                   PERFORM RECORD-EXCEPTION
               ELSE
                   PERFORM FIND-PAIR-ENTRY
                   IF WS-FOUND-SW = "Y"
                       ADD 1 TO WS-DUPLICATE-COUNT
                   ELSE
                       PERFORM FIND-SECTION-FEE
                       IF WS-FOUND-SW = "N"
                           MOVE "NO FEE FOR PROGRAM/SECTION"
                               TO WS-EXC-REASON
                           PERFORM RECORD-EXCEPTION
                       ELSE
                           PERFORM ADD-PRICED-SEAT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-SECTION-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-SECTION-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-SC-SECTION (WS-CX) = TR-SECTION
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-CX
           END-IF.

       FIND-PAIR-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-PR-STUDENT (WS-PX) = TR-ID
                       AND WS-PR-SECTION (WS-PX) = TR-SECTION
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.

      * The section's own card first, then the program's standard
      * fee on its blank-section card.
       FIND-SECTION-FEE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FEE-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-FE-PROGRAM (WS-FX) = WS-ST-PROGRAM (WS-SX)
                       AND WS-FE-SECTION (WS-FX) = TR-SECTION
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-FE-AMOUNT (WS-FX) TO WS-SECTION-FEE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FEE-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-FE-PROGRAM (WS-FX) = WS-ST-PROGRAM (WS-SX)
                       AND WS-FE-SECTION (WS-FX) = SPACES
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-FE-AMOUNT (WS-FX) TO WS-SECTION-FEE
               END-IF
           END-PERFORM.

       ADD-PRICED-SEAT.
           IF WS-PAIR-COUNT < 2000
               ADD 1 TO WS-PAIR-COUNT
               MOVE TR-ID      TO WS-PR-STUDENT (WS-PAIR-COUNT)
               MOVE TR-SECTION TO WS-PR-SECTION (WS-PAIR-COUNT)
               ADD 1 TO WS-PRICED-COUNT
               ADD 1 TO WS-ST-SECTIONS (WS-SX)
               ADD WS-SECTION-FEE TO WS-ST-CHARGE (WS-SX)
               ADD 1 TO WS-SC-PRICED (WS-CX)
               ADD WS-SECTION-FEE TO WS-SC-CHARGES (WS-CX)
           ELSE
               MOVE "ROSTER TABLE FULL" TO WS-EXC-REASON
               PERFORM RECORD-EXCEPTION
           END-IF.

       RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "NOT BILLED: " WS-EXC-STUDENT " " WS-EXC-SECTION
               " " WS-EXC-REASON
           IF WS-EXC-COUNT < 100
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-STUDENT TO WS-EX-STUDENT (WS-EXC-COUNT)
               MOVE WS-EXC-SECTION TO WS-EX-SECTION (WS-EXC-COUNT)
               MOVE WS-EXC-REASON  TO WS-EX-REASON (WS-EXC-COUNT)
           END-IF.

      * Every enrolled student gets a register line and lands in
      * exactly one of the counts the register balances. An active
      * or withdrawn student with sections is billed; anyone else
      * already holding an account for the term is trued up to
      * nothing, so a dropped student's charge comes back off. A
      * student of any other status was never priced - their seats
      * are already listed as not billed.
       BILL-ONE-STUDENT.
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE ZERO TO WS-ST-REFUND (WS-SX)
           EVALUATE TRUE
               WHEN WS-ST-STATUS (WS-SX) NOT = "A"
                       AND WS-ST-STATUS (WS-SX) NOT = "W"
                   ADD 1 TO WS-NOT-BILLABLE
                   MOVE "STATUS NOT BILLABLE" TO WS-NOTE-TEXT
               WHEN WS-ST-SECTIONS (WS-SX) = ZERO
                   ADD 1 TO WS-NO-SECTION-COUNT
                   MOVE "NO SECTIONS IN TERM" TO WS-NOTE-TEXT
               WHEN WS-ST-STATUS (WS-SX) = "A"
                   ADD 1 TO WS-ACTIVE-BILLED
               WHEN OTHER
                   ADD 1 TO WS-WDRAWN-BILLED
                   PERFORM PRORATE-WITHDRAWAL-REFUND
           END-EVALUATE
           ADD WS-ST-CHARGE (WS-SX) TO WS-CHARGE-TOTAL
           ADD WS-ST-REFUND (WS-SX) TO WS-REFUND-TOTAL
           PERFORM POST-STUDENT-ACCOUNT
           PERFORM WRITE-REGISTER-LINE.

      * The refund is the share of the charge for the days of the
      * term left after the withdrawal date: all of it before the
      * term starts, none of it once the term has ended. Without a
      * withdrawal date there is nothing to prorate on, so the full
      * charge stands and the student is listed for the registrar.
       PRORATE-WITHDRAWAL-REFUND.
           MOVE WS-ST-WDATE (WS-SX) TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK-SW = "N"
               ADD 1 TO WS-NO-WDATE-COUNT
               MOVE "NO WITHDRAWAL DATE" TO WS-NOTE-TEXT
               MOVE WS-ST-ID (WS-SX) TO WS-EXC-STUDENT
               MOVE SPACES TO WS-EXC-SECTION
               MOVE "NO WITHDRAWAL DATE - NO REFUND"
                   TO WS-EXC-REASON
               PERFORM RECORD-EXCEPTION
           ELSE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "WITHDRAWN " WS-ST-WDATE (WS-SX)
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               IF WS-ST-WDATE (WS-SX) NOT > WS-TERM-START
                   MOVE WS-ST-CHARGE (WS-SX) TO WS-ST-REFUND (WS-SX)
               ELSE
                   IF WS-ST-WDATE (WS-SX) < WS-TERM-END
                       MOVE WS-ST-WDATE (WS-SX) TO WS-DATE-NUM
                       COMPUTE WS-WITHDRAW-DAY
                           = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                       COMPUTE WS-DAYS-LEFT
                           = WS-END-DAY - WS-WITHDRAW-DAY
                       COMPUTE WS-ST-REFUND (WS-SX) ROUNDED
                           = WS-ST-CHARGE (WS-SX) * WS-DAYS-LEFT
                           / WS-TERM-DAYS
                   END-IF
               END-IF
           END-IF.

      * First billing of the term writes the student's account; a
      * rerun replaces the charge and trues the refund credit up by
      * the difference, keeping the cash already applied and any
      * memos AR-ADJUST posted. The change either way is what goes
      * to the ledger.
       POST-STUDENT-ACCOUNT.
           MOVE WS-STUDENT-LEDGER TO AR-CLIENT
           MOVE WS-PERIOD         TO AR-PERIOD
           MOVE WS-ST-ID (WS-SX)  TO AR-STUDENT-ID
           READ AR-MASTER-FILE
               INVALID KEY
                   IF WS-ST-CHARGE (WS-SX) > ZERO
                       PERFORM WRITE-NEW-STUDENT-ACCOUNT
                   END-IF
               NOT INVALID KEY
                   PERFORM REBILL-STUDENT-ACCOUNT
           END-READ.

       WRITE-NEW-STUDENT-ACCOUNT.
           MOVE WS-ST-CHARGE (WS-SX) TO AR-INV-AMOUNT
           MOVE ZERO                 TO AR-PAID-AMOUNT
           MOVE WS-RUN-DATE          TO AR-BILL-DATE
           MOVE WS-ST-REFUND (WS-SX) TO AR-CREDIT-AMOUNT
           MOVE ZERO                 TO AR-DEBIT-AMOUNT
           IF WS-ST-REFUND (WS-SX) > ZERO
               MOVE WS-RUN-DATE      TO AR-LAST-ADJ-DATE
           ELSE
               MOVE SPACES           TO AR-LAST-ADJ-DATE
           END-IF
           MOVE "S"                  TO AR-ACCT-TYPE
           MOVE WS-TERM              TO AR-TERM
           MOVE WS-ST-REFUND (WS-SX) TO AR-REFUND-AMOUNT
           PERFORM SET-ACCOUNT-STATUS
           WRITE AR-MASTER-REC
               INVALID KEY
                   PERFORM RECORD-POST-FAILURE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-ACCT-COUNT
                   MOVE AR-INV-AMOUNT TO WS-CHARGE-CHANGE
                   MOVE AR-REFUND-AMOUNT TO WS-REFUND-CHANGE
                   PERFORM ADD-POSTED-CHANGE
           END-WRITE.

       REBILL-STUDENT-ACCOUNT.
           COMPUTE WS-CHARGE-CHANGE
               = WS-ST-CHARGE (WS-SX) - AR-INV-AMOUNT
           COMPUTE WS-REFUND-CHANGE
               = WS-ST-REFUND (WS-SX) - AR-REFUND-AMOUNT
           MOVE WS-ST-CHARGE (WS-SX) TO AR-INV-AMOUNT
           MOVE WS-RUN-DATE          TO AR-BILL-DATE
           IF WS-REFUND-CHANGE NOT = ZERO
               ADD WS-REFUND-CHANGE TO AR-CREDIT-AMOUNT
               MOVE WS-RUN-DATE TO AR-LAST-ADJ-DATE
           END-IF
           MOVE WS-ST-REFUND (WS-SX) TO AR-REFUND-AMOUNT
           PERFORM SET-ACCOUNT-STATUS
           REWRITE AR-MASTER-REC
               INVALID KEY
                   PERFORM RECORD-POST-FAILURE
               NOT INVALID KEY
                   ADD 1 TO WS-REBILL-COUNT
                   PERFORM ADD-POSTED-CHANGE
                   IF WS-NOTE-TEXT = SPACES
                       MOVE "REBILLED" TO WS-NOTE-TEXT
                   END-IF
                   DISPLAY "REBILLED TERM " WS-TERM " FOR STUDENT "
                       AR-STUDENT-ID
           END-REWRITE.

       SET-ACCOUNT-STATUS.
           COMPUTE WS-CHARGED-AMOUNT
               = AR-INV-AMOUNT + AR-DEBIT-AMOUNT - AR-CREDIT-AMOUNT
           IF AR-PAID-AMOUNT >= WS-CHARGED-AMOUNT
               MOVE "P" TO AR-STATUS
           ELSE
               MOVE "O" TO AR-STATUS
           END-IF.

       RECORD-POST-FAILURE.
           ADD 1 TO WS-POST-FAIL-COUNT
           MOVE "N" TO WS-BALANCE-SW
           MOVE "POST FAILED" TO WS-NOTE-TEXT
           DISPLAY "STUDENT ACCOUNT POST FAILED FOR " AR-STUDENT-ID
               " - STATUS " WS-ARMSTR-STATUS.

      * What the receivable now carries for the student, and which
      * way it moved this run, for the ledger.
       ADD-POSTED-CHANGE.
           ADD WS-ST-CHARGE (WS-SX) TO WS-POSTED-CHARGES
           ADD WS-ST-REFUND (WS-SX) TO WS-POSTED-REFUNDS
           IF WS-CHARGE-CHANGE > ZERO
               ADD WS-CHARGE-CHANGE TO WS-CHARGE-UP
           ELSE
               SUBTRACT WS-CHARGE-CHANGE FROM WS-CHARGE-DOWN
           END-IF
           IF WS-REFUND-CHANGE > ZERO
               ADD WS-REFUND-CHANGE TO WS-REFUND-UP
           ELSE
               SUBTRACT WS-REFUND-CHANGE FROM WS-REFUND-DOWN
           END-IF.

      * One balanced pair for each way the receivable moved: new
      * charges recognize tuition revenue, charges taken back
      * reverse it, and refunds granted or withdrawn go through the
      * refund account.
       WRITE-GL-POSTINGS.
           MOVE "HDR"          TO GLH-RECORD-TYPE
           MOVE WS-RUN-DATE    TO GLH-FILE-DATE
           MOVE "FEEBILL"      TO GLH-SOURCE
           WRITE GL-POSTING-REC FROM GL-HEADER-RECORD
           MOVE WS-CHARGE-UP TO WS-GL-AMOUNT
           MOVE WS-AR-ACCOUNT TO WS-DEBIT-ACCOUNT
           MOVE WS-TUITION-ACCOUNT TO WS-CREDIT-ACCOUNT
           PERFORM WRITE-GL-PAIR
           MOVE WS-CHARGE-DOWN TO WS-GL-AMOUNT
           MOVE WS-TUITION-ACCOUNT TO WS-DEBIT-ACCOUNT
           MOVE WS-AR-ACCOUNT TO WS-CREDIT-ACCOUNT
           PERFORM WRITE-GL-PAIR
           MOVE WS-REFUND-UP TO WS-GL-AMOUNT
           MOVE WS-REFUND-ACCOUNT TO WS-DEBIT-ACCOUNT
           MOVE WS-AR-ACCOUNT TO WS-CREDIT-ACCOUNT
           PERFORM WRITE-GL-PAIR
           MOVE WS-REFUND-DOWN TO WS-GL-AMOUNT
           MOVE WS-AR-ACCOUNT TO WS-DEBIT-ACCOUNT
           MOVE WS-REFUND-ACCOUNT TO WS-CREDIT-ACCOUNT
           PERFORM WRITE-GL-PAIR
           MOVE "TRL"            TO GLT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT  TO GLT-RECORD-COUNT
           MOVE WS-HASH-CENTS    TO GLT-HASH-CENTS
           WRITE GL-POSTING-REC FROM GL-TRAILER-RECORD.

       WRITE-GL-PAIR.
           IF WS-GL-AMOUNT > ZERO
               MOVE "DTL"             TO GL-RECORD-TYPE
               MOVE WS-STUDENT-LEDGER TO GL-CLIENT
               MOVE WS-GL-AMOUNT      TO GL-AMOUNT
               MOVE WS-RUN-DATE       TO GL-POST-DATE
               MOVE "D"               TO GL-DR-CR
               MOVE WS-DEBIT-ACCOUNT  TO GL-ACCOUNT
               WRITE GL-POSTING-REC FROM GL-POSTING-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
               PERFORM ADD-AMOUNT-TO-HASH
               MOVE "C"               TO GL-DR-CR
               MOVE WS-CREDIT-ACCOUNT TO GL-ACCOUNT
               WRITE GL-POSTING-REC FROM GL-POSTING-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
               PERFORM ADD-AMOUNT-TO-HASH
           END-IF.

       ADD-AMOUNT-TO-HASH.
           COMPUTE WS-WORK-CENTS = WS-GL-AMOUNT * 100
           ADD WS-WORK-CENTS TO WS-HASH-CENTS.

      * The register balances three ways: every enrolled student is
      * in exactly one count, every roster seat for the term was
      * priced, skipped as a repeat or listed, and what went onto
      * the receivable and the ledger is what the register billed.
       CHECK-REGISTER-BALANCE.
           COMPUTE WS-ACCOUNTED-COUNT
               = WS-ACTIVE-BILLED + WS-WDRAWN-BILLED
               + WS-NO-SECTION-COUNT + WS-NOT-BILLABLE
           IF WS-ACCOUNTED-COUNT NOT = WS-ENROLL-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "FEE REGISTER: " WS-ACCOUNTED-COUNT
                   " STUDENTS ACCOUNTED FOR BUT " WS-ENROLL-COUNT
                   " ENROLLED"
           END-IF
           IF WS-ROSTER-TERM NOT = WS-PRICED-COUNT
                   + WS-DUPLICATE-COUNT + WS-SEAT-EXC-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "FEE REGISTER: " WS-ROSTER-TERM
                   " ROSTER SEATS BUT " WS-PRICED-COUNT " PRICED, "
                   WS-DUPLICATE-COUNT " REPEATED, "
                   WS-SEAT-EXC-COUNT " NOT BILLED"
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-SECTION-COUNT
               ADD WS-SC-CHARGES (WS-CX) TO WS-SECTION-TOTAL
           END-PERFORM
           IF WS-SECTION-TOTAL NOT = WS-CHARGE-TOTAL
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "FEE REGISTER: SECTION CHARGES "
                   WS-SECTION-TOTAL " DO NOT EQUAL STUDENT CHARGES "
                   WS-CHARGE-TOTAL
           END-IF
           IF WS-POST-FAIL-COUNT = ZERO
                   AND (WS-POSTED-CHARGES NOT = WS-CHARGE-TOTAL
                   OR WS-POSTED-REFUNDS NOT = WS-REFUND-TOTAL)
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "FEE REGISTER: RECEIVABLE POSTED DOES NOT"
                   " EQUAL THE REGISTER"
           END-IF
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                   OR WS-GL-DEBIT-TOTAL NOT = WS-CHARGE-UP
                       + WS-CHARGE-DOWN + WS-REFUND-UP
                       + WS-REFUND-DOWN
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "FEE LEDGER: DEBITS " WS-GL-DEBIT-TOTAL
                   " CREDITS " WS-GL-CREDIT-TOTAL
                   " DO NOT MATCH THE RECEIVABLE CHANGE"
           END-IF
           COMPUTE WS-NET-TOTAL = WS-CHARGE-TOTAL - WS-REFUND-TOTAL.

       PRINT-REGISTER-HEADERS.
           MOVE WS-TERM       TO RH1-TERM
           MOVE WS-TERM-START TO RH1-START
           MOVE WS-TERM-END   TO RH1-END
           MOVE WS-PERIOD     TO RH1-PERIOD
           MOVE WS-RUN-DATE   TO RH1-RUN-DATE
           WRITE REGISTER-REC FROM REGISTER-HEADER-1
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           WRITE REGISTER-REC FROM REGISTER-HEADER-2.

       WRITE-REGISTER-LINE.
           MOVE WS-ST-ID (WS-SX)       TO RL-STUDENT-ID
           MOVE WS-ST-NAME (WS-SX)     TO RL-NAME
           MOVE WS-ST-PROGRAM (WS-SX)  TO RL-PROGRAM
           MOVE WS-ST-STATUS (WS-SX)   TO RL-STATUS
           MOVE WS-ST-SECTIONS (WS-SX) TO RL-SECTIONS
           MOVE WS-ST-CHARGE (WS-SX)   TO RL-CHARGE
           MOVE WS-ST-REFUND (WS-SX)   TO RL-REFUND
           COMPUTE RL-NET
               = WS-ST-CHARGE (WS-SX) - WS-ST-REFUND (WS-SX)
           MOVE WS-NOTE-TEXT           TO RL-NOTE
           WRITE REGISTER-REC FROM REGISTER-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE "SECTIONS PRICED FOR THE TERM" TO RT-TEXT
           WRITE REGISTER-REC FROM REGISTER-TITLE-LINE
           WRITE REGISTER-REC FROM SECTION-HEADER
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-SECTION-COUNT
               MOVE WS-SC-SECTION (WS-CX)  TO SL-SECTION
               MOVE WS-SC-INSTRUCT (WS-CX) TO SL-INSTRUCTOR
               MOVE WS-SC-CAPACITY (WS-CX) TO SL-CAPACITY
               MOVE WS-SC-PRICED (WS-CX)   TO SL-PRICED
               MOVE WS-SC-CHARGES (WS-CX)  TO SL-CHARGES
               WRITE REGISTER-REC FROM SECTION-LINE
           END-PERFORM
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE "NOT BILLED - FOR THE BURSAR AND REGISTRAR" TO RT-TEXT
           WRITE REGISTER-REC FROM REGISTER-TITLE-LINE
           WRITE REGISTER-REC FROM EXCEPTION-HEADER
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-EXC-COUNT
               MOVE WS-EX-STUDENT (WS-XX) TO XL-STUDENT-ID
               MOVE WS-EX-SECTION (WS-XX) TO XL-SECTION
               MOVE WS-EX-REASON (WS-XX)  TO XL-REASON
               WRITE REGISTER-REC FROM EXCEPTION-LINE
           END-PERFORM
           IF WS-EXCEPTION-COUNT > WS-EXC-COUNT
               MOVE "MORE NOT BILLED THAN LISTED - SEE THE RUN LOG"
                   TO RT-TEXT
               WRITE REGISTER-REC FROM REGISTER-TITLE-LINE
           END-IF
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE "STUDENTS ON ENROLLMENT MASTER" TO RC-TEXT
           MOVE WS-ENROLL-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  BILLED - ACTIVE" TO RC-TEXT
           MOVE WS-ACTIVE-BILLED TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  BILLED - WITHDRAWN, REFUNDED" TO RC-TEXT
           MOVE WS-WDRAWN-BILLED TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  NOT BILLED - NO SECTIONS IN TERM" TO RC-TEXT
           MOVE WS-NO-SECTION-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  NOT BILLED - STATUS NOT A OR W" TO RC-TEXT
           MOVE WS-NOT-BILLABLE TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "STUDENTS ACCOUNTED FOR" TO RC-TEXT
           MOVE WS-ACCOUNTED-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "ROSTER SEATS FOR THE TERM" TO RC-TEXT
           MOVE WS-ROSTER-TERM TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  PRICED" TO RC-TEXT
           MOVE WS-PRICED-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  REPEATED SEAT - BILLED ONCE" TO RC-TEXT
           MOVE WS-DUPLICATE-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "  NOT BILLED" TO RC-TEXT
           MOVE WS-SEAT-EXC-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "ITEMS NOT BILLED" TO RC-TEXT
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "STUDENT ACCOUNTS WRITTEN" TO RC-TEXT
           MOVE WS-NEW-ACCT-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "STUDENT ACCOUNTS REBILLED" TO RC-TEXT
           MOVE WS-REBILL-COUNT TO RC-COUNT
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
           MOVE "SECTION CHARGES" TO RA-TEXT
           MOVE WS-CHARGE-TOTAL TO RA-AMOUNT
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
           MOVE "WITHDRAWAL REFUNDS" TO RA-TEXT
           MOVE WS-REFUND-TOTAL TO RA-AMOUNT
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
           MOVE "NET BILLED TO STUDENT ACCOUNTS" TO RA-TEXT
           MOVE WS-NET-TOTAL TO RA-AMOUNT
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
           MOVE "LEDGER DEBITS THIS RUN" TO RA-TEXT
           MOVE WS-GL-DEBIT-TOTAL TO RA-AMOUNT
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
           MOVE "LEDGER CREDITS THIS RUN" TO RA-TEXT
           MOVE WS-GL-CREDIT-TOTAL TO RA-AMOUNT
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
           IF WS-BALANCE-SW = "N"
               MOVE "*** REGISTER OUT OF BALANCE - NOTHING SHIPPED ***"
                   TO RT-TEXT
           ELSE
               MOVE "REGISTER IN BALANCE" TO RT-TEXT
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TITLE-LINE.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "FEE-BILLING" TO AL-STEP
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
           MOVE "FEE-BILLING"    TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "FEE-BILLING"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-ENROLL-COUNT  TO RL-INPUT-COUNT
           COMPUTE RL-OUTPUT-COUNT
               = WS-NEW-ACCT-COUNT + WS-REBILL-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== TUITION AND SECTION FEE BILLING =====".
           DISPLAY "STUDENTS ENROLLED:    " WS-ENROLL-COUNT.
           DISPLAY "  BILLED ACTIVE:      " WS-ACTIVE-BILLED.
           DISPLAY "  BILLED WITHDRAWN:   " WS-WDRAWN-BILLED.
           DISPLAY "  NO SECTIONS:        " WS-NO-SECTION-COUNT.
           DISPLAY "  NOT BILLABLE:       " WS-NOT-BILLABLE.
           DISPLAY "ROSTER SEATS IN TERM: " WS-ROSTER-TERM.
           DISPLAY "  PRICED:             " WS-PRICED-COUNT.
           DISPLAY "  REPEATED:           " WS-DUPLICATE-COUNT.
           DISPLAY "  NOT BILLED:         " WS-SEAT-EXC-COUNT.
           DISPLAY "ITEMS NOT BILLED:     " WS-EXCEPTION-COUNT.
           DISPLAY "ACCOUNTS WRITTEN:     " WS-NEW-ACCT-COUNT.
           DISPLAY "ACCOUNTS REBILLED:    " WS-REBILL-COUNT.
           DISPLAY "POST FAILURES:        " WS-POST-FAIL-COUNT.
           DISPLAY "SECTION CHARGES:      " WS-CHARGE-TOTAL.
           DISPLAY "WITHDRAWAL REFUNDS:   " WS-REFUND-TOTAL.
           DISPLAY "GL DEBITS:            " WS-GL-DEBIT-TOTAL.
           DISPLAY "GL CREDITS:           " WS-GL-CREDIT-TOTAL.
