       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENUE-ACCRUAL.

      * Month-end unbilled revenue accrual. Billing runs after the
      * books close, so the month's events still sitting on
      * BILLEVT.DAT are revenue earned but recorded nowhere. This
      * step prices every event dated on or before the business
      * date exactly the way USAGE-BILLING will - BILLRATE.DAT card
      * rates, CONTRACT.DAT contract and tier rates and monthly
      * minimums - and books the result to the ledger in the
      * GLPOST.cpy interface layout, ACCRGL.NEW: per client prefix a
      * debit to 1210-UNB unbilled receivables and a credit to
      * 4000-REV dated the business date, and the reversing pair
      * dated the first business day of the next month from
      * CALENDAR.DAT, so the real invoices replace the estimate in
      * the month they are billed. ACCRUAL.NEW carries each client's
      * accrual forward for USAGE-BILLING to compare against what is
      * actually invoiced, and ACCRUAL.RPT lists the accrued amount
      * per client. Events are read, never retired - billing still
      * bills them. The journal must balance or the step ends RC=8
      * and run-revenue-accrual.sh ships nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO "BILLEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT RATE-FILE ASSIGN TO "BILLRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      * Negotiated client contract cards - see copybooks/CONTRACT.cpy.
      * A missing file just means every client pays the card rate.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "ACCRGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRUAL.RPT"
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

      * Business-day calendar shared by the whole chain - see
      * copybooks/BUSCAL.cpy. The reversal posts on the first
      * business day of the next month.
           SELECT CALENDAR-FILE ASSIGN TO "../../CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      * Client master, for the name beside each prefix on the
      * report. The accrual still runs without it.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE.
       01  BILLING-REC         PIC X(12).

       FD  RATE-FILE.
       01  RATE-REC.
           05  RT-OP-CODE      PIC X.
           05  RT-RATE         PIC 9(3)V99.

       FD  CONTRACT-FILE.
       COPY CONTRACT.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-REC         PIC X(43).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC      PIC X(34).

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-REC  PIC X(90).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-BILLING-STATUS   PIC XX.
       77  WS-RATE-STATUS      PIC XX.
       77  WS-CONTRACT-STATUS  PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-CALENDAR-STATUS  PIC XX.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-CLIENT-OPEN-SW   PIC X VALUE "N".
       77  WS-CLIENT-NAME      PIC X(30).
       77  WS-RUN-DATE         PIC X(8).
       77  WS-REVERSAL-DATE    PIC X(8).
       77  WS-CX               PIC 9(3) COMP VALUE ZERO.
       77  WS-OX               PIC 9 COMP VALUE ZERO.
       77  WS-RX               PIC 9(2) COMP VALUE ZERO.
       77  WS-KX               PIC 9(3) COMP VALUE ZERO.
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.
       77  WS-PICKED-KX        PIC 9(3) COMP VALUE ZERO.
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-CONTRACT-SW      PIC X VALUE "N".
       77  WS-RATE-MISSING-SW  PIC X VALUE "N".
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-OP-LETTERS       PIC X(6) VALUE "ASMDRP".
       77  WS-APPLIED-RATE     PIC 9(3)V99 VALUE ZERO.
       77  WS-MIN-CHARGE       PIC 9(7)V99 VALUE ZERO.
       77  WS-MIN-SHORTFALL    PIC 9(9)V99 VALUE ZERO.
       77  WS-WORK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       77  WS-WORK-CENTS       PIC 9(11) VALUE ZERO.
       77  WS-BUSINESS-DAY-SW  PIC X VALUE "Y".
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-CHECK-DATE-NUM   PIC 9(8) VALUE ZERO.
       77  WS-DAY-NUMBER       PIC 9 VALUE ZERO.
       77  WS-NEXT-YEAR        PIC 9(4) VALUE ZERO.
       77  WS-NEXT-MONTH       PIC 9(2) VALUE ZERO.
       77  WS-POST-DATE        PIC X(8).
       77  WS-DEBIT-ACCOUNT    PIC X(8).
       77  WS-CREDIT-ACCOUNT   PIC X(8).

      * The shop's chart accounts the accrual posts to: the unbilled
      * receivable the estimate sits in until the invoice replaces
      * it, and the revenue account billing itself credits.
       77  WS-UNBILLED-ACCOUNT PIC X(8) VALUE "1210-UNB".
       77  WS-REV-ACCOUNT      PIC X(8) VALUE "4000-REV".

       01  WS-RUN-COUNTS.
           05  WS-EVENT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ACCRUED-EVENTS   PIC 9(7) VALUE ZERO.
           05  WS-LATER-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-UNPRICED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-MINIMUM-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CLIENTS-ACCRUED  PIC 9(7) VALUE ZERO.
           05  WS-ACCRUAL-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-HASH-CENTS       PIC 9(13) VALUE ZERO.

       COPY BILLEVT.

       COPY ACCRUAL.

       COPY GLPOST.

       COPY PARMCARD.

       COPY ALERTREC.

      * Holidays from CALENDAR.DAT; weekends are non-business by
      * rule and never need a card.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-HOLIDAY-DATE PIC X(8) OCCURS 50 TIMES.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT   PIC 9(2) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
               10  WS-RATE-OP      PIC X.
               10  WS-RATE-AMOUNT  PIC 9(3)V99.

       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CONTRACT-ENTRY OCCURS 50 TIMES.
               10  WS-CN-CLIENT    PIC X(3).
               10  WS-CN-OP        PIC X.
               10  WS-CN-EFF-DATE  PIC X(8).
               10  WS-CN-RATE      PIC 9(3)V99.
               10  WS-CN-TIER-QTY  PIC 9(7).
               10  WS-CN-TIER-RATE PIC 9(3)V99.
               10  WS-CN-MIN       PIC 9(7)V99.

      * Unbilled usage rolled up per client prefix, one count per op
      * code in A, S, M, D, R, P order - the same buckets billing
      * prices.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CLIENT-ENTRY OCCURS 100 TIMES.
               10  WS-CL-PREFIX    PIC X(3).
               10  WS-CL-OP-COUNT  PIC 9(7) OCCURS 6 TIMES.
               10  WS-CL-EVENTS    PIC 9(7).
               10  WS-CL-AMOUNT    PIC 9(9)V99.

       01  ACCRUAL-HEADER-1.
           05  FILLER          PIC X(36)
               VALUE "UNBILLED REVENUE ACCRUAL FOR PERIOD ".
           05  AH1-PERIOD      PIC X(6).
           05  FILLER          PIC X(12) VALUE "  AS OF     ".
           05  AH1-RUN-DATE    PIC X(8).

       01  ACCRUAL-HEADER-2.
           05  FILLER          PIC X(30)
               VALUE "REVERSING ENTRY POSTS ON     ".
           05  AH2-REVERSAL    PIC X(8).

       01  ACCRUAL-COLUMN-HEADER.
           05  FILLER          PIC X(6)  VALUE "CLIENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "NAME".
           05  FILLER          PIC X(9)  VALUE "   EVENTS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "       ACCRUED".

       01  ACCRUAL-LINE.
           05  AC-CLIENT       PIC X(3).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  AC-NAME         PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AC-EVENTS       PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AC-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  ACCRUAL-TOTAL-LINE.
           05  FILLER          PIC X(16)
               VALUE "CONTROL TOTALS: ".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  AT-EVENTS       PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-CALENDAR-FILE
           PERFORM SET-REVERSAL-DATE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = "00"
               DISPLAY "NO BILLABLE EVENTS - BILLEVT.DAT MISSING"
                   " - NOTHING TO ACCRUE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRUAL-FILE
           OPEN OUTPUT GL-POSTING-FILE
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ BILLING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-EVENT-COUNT
                       PERFORM TALLY-BILLABLE-EVENT
               END-READ
           END-PERFORM

           PERFORM PRICE-UNBILLED-USAGE
           PERFORM APPLY-MONTHLY-MINIMUMS
           PERFORM WRITE-ACCRUAL-FILES
           PERFORM CHECK-POSTING-BALANCE
           PERFORM PRINT-ACCRUAL-REPORT
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so an unbalanced accrual is never
      * recorded as shipped.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE BILLING-FILE
           CLOSE ACCRUAL-FILE
           CLOSE GL-POSTING-FILE
           CLOSE ACCRUAL-REPORT-FILE
           IF WS-CLIENT-OPEN-SW = "Y"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: ACCRUAL JOURNAL OUT OF BALANCE"
                   " - DO NOT SHIP ACCRGL.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "ACCRBAL" TO WS-ALERT-CODE
               MOVE "ACCRUAL JOURNAL OUT OF BALANCE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-RATE-MISSING-SW = "Y"
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-UNPRICED-COUNT
                       " EVENT(S) HAD NO RATE CARD - NOT ACCRUED"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "ACCRRATE" TO WS-ALERT-CODE
                   MOVE "UNPRICED EVENTS LEFT OUT OF ACCRUAL"
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

       LOAD-CALENDAR-FILE.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "BUSINESS CALENDAR CALENDAR.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
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
           CLOSE CALENDAR-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      * The first of the next month, rolled past any weekend or
      * holiday to the first day the ledger actually posts.
       SET-REVERSAL-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-NEXT-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE WS-NEXT-YEAR  TO WS-CHECK-DATE(1:4)
           MOVE WS-NEXT-MONTH TO WS-CHECK-DATE(5:2)
           MOVE "01"          TO WS-CHECK-DATE(7:2)
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CHECK-DATE TO WS-REVERSAL-DATE
           DISPLAY "ACCRUAL REVERSES ON " WS-REVERSAL-DATE.

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

       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY-SW = "Y"
               MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
               COMPUTE WS-CHECK-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-CHECK-DATE-NUM) + 1)
               MOVE WS-CHECK-DATE-NUM TO WS-CHECK-DATE
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "RATE FILE BILLRATE.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-RATE-COUNT < 10
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-OP-CODE
                               TO WS-RATE-OP (WS-RATE-COUNT)
                           MOVE RT-RATE
                               TO WS-RATE-AMOUNT (WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      * A missing contract file is a normal month - every client
      * prices from the default rate card.
       LOAD-CONTRACT-TABLE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CONTRACT-COUNT < 50
                               ADD 1 TO WS-CONTRACT-COUNT
                               MOVE CN-CLIENT TO WS-CN-CLIENT
                                   (WS-CONTRACT-COUNT)
                               MOVE CN-OP-CODE TO WS-CN-OP
                                   (WS-CONTRACT-COUNT)
                               MOVE CN-EFF-DATE TO WS-CN-EFF-DATE
                                   (WS-CONTRACT-COUNT)
                               MOVE CN-RATE TO WS-CN-RATE
                                   (WS-CONTRACT-COUNT)
                               MOVE CN-TIER-QTY TO WS-CN-TIER-QTY
                                   (WS-CONTRACT-COUNT)
                               MOVE CN-TIER-RATE TO WS-CN-TIER-RATE
                                   (WS-CONTRACT-COUNT)
                               MOVE CN-MIN-CHARGE TO WS-CN-MIN
                                   (WS-CONTRACT-COUNT)
                           ELSE
                               DISPLAY "CONTRACT TABLE FULL - CARD"
                                   " FOR " CN-CLIENT " IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
               DISPLAY "CONTRACT CARDS LOADED: " WS-CONTRACT-COUNT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      * Only activity up to the accrual date was earned this month;
      * anything dated later belongs to next month's books.
       TALLY-BILLABLE-EVENT.
           MOVE BILLING-REC TO BILLABLE-EVENT-RECORD
           IF BE-RUN-DATE > WS-RUN-DATE
               ADD 1 TO WS-LATER-COUNT
           ELSE
               PERFORM FIND-OR-ADD-CLIENT
               IF WS-CX = ZERO
                   ADD 1 TO WS-UNPRICED-COUNT
                   MOVE "Y" TO WS-RATE-MISSING-SW
               ELSE
                   PERFORM SET-OP-INDEX
                   IF WS-OX > ZERO
                       ADD 1 TO WS-CL-OP-COUNT (WS-CX, WS-OX)
                   ELSE
                       ADD 1 TO WS-UNPRICED-COUNT
                       MOVE "Y" TO WS-RATE-MISSING-SW
                       DISPLAY "UNKNOWN OP CODE '" BE-OP-CODE
                           "' FOR CLIENT " BE-CLIENT-PREFIX
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-CLIENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-CL-PREFIX (WS-CX) = BE-CLIENT-PREFIX
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-CX
           ELSE
               IF WS-CLIENT-COUNT < 100
                   ADD 1 TO WS-CLIENT-COUNT
                   MOVE WS-CLIENT-COUNT TO WS-CX
                   MOVE BE-CLIENT-PREFIX TO WS-CL-PREFIX (WS-CX)
                   MOVE ZERO TO WS-CL-AMOUNT (WS-CX)
                   MOVE ZERO TO WS-CL-EVENTS (WS-CX)
                   PERFORM VARYING WS-OX FROM 1 BY 1
                           UNTIL WS-OX > 6
                       MOVE ZERO TO WS-CL-OP-COUNT (WS-CX, WS-OX)
                   END-PERFORM
               ELSE
                   DISPLAY "CLIENT TABLE FULL - EVENT NOT ACCRUED FOR "
                       BE-CLIENT-PREFIX
                   MOVE ZERO TO WS-CX
               END-IF
           END-IF.

       SET-OP-INDEX.
           MOVE ZERO TO WS-OX
           EVALUATE BE-OP-CODE
               WHEN "A"
                   MOVE 1 TO WS-OX
               WHEN "S"
                   MOVE 2 TO WS-OX
               WHEN "M"
                   MOVE 3 TO WS-OX
               WHEN "D"
                   MOVE 4 TO WS-OX
               WHEN "R"
                   MOVE 5 TO WS-OX
               WHEN "P"
                   MOVE 6 TO WS-OX
           END-EVALUATE.

       PRICE-UNBILLED-USAGE.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > 6
                   IF WS-CL-OP-COUNT (WS-CX, WS-OX) > ZERO
                       PERFORM PRICE-ONE-BUCKET
                   END-IF
               END-PERFORM
           END-PERFORM.

      * USAGE-BILLING's own rule: contract first, default rate card
      * second, the latest card effective on or before the date
      * wins, and a bucket reaching the tier break earns the tier
      * rate. A bucket nobody can price is left out, not guessed.
       PRICE-ONE-BUCKET.
           PERFORM FIND-CONTRACT-RATE
           IF WS-CONTRACT-SW = "N"
               PERFORM FIND-DEFAULT-RATE
           END-IF
           IF WS-FOUND-SW = "N"
               MOVE "Y" TO WS-RATE-MISSING-SW
               ADD WS-CL-OP-COUNT (WS-CX, WS-OX)
                   TO WS-UNPRICED-COUNT
               DISPLAY "NO RATE FOR OP " WS-OP-LETTERS (WS-OX:1)
                   " - CLIENT " WS-CL-PREFIX (WS-CX)
                   " NOT ACCRUED FOR IT"
           ELSE
               COMPUTE WS-WORK-AMOUNT
                   = WS-CL-OP-COUNT (WS-CX, WS-OX)
                   * WS-APPLIED-RATE
               ADD WS-WORK-AMOUNT TO WS-CL-AMOUNT (WS-CX)
               ADD WS-CL-OP-COUNT (WS-CX, WS-OX)
                   TO WS-CL-EVENTS (WS-CX)
               ADD WS-CL-OP-COUNT (WS-CX, WS-OX)
                   TO WS-ACCRUED-EVENTS
           END-IF.

       FIND-DEFAULT-RATE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RATE-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-RATE-OP (WS-RX)
                       = WS-OP-LETTERS (WS-OX:1)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-RX
               MOVE WS-RATE-AMOUNT (WS-RX) TO WS-APPLIED-RATE
           END-IF.

       FIND-CONTRACT-RATE.
           MOVE "N" TO WS-CONTRACT-SW
           MOVE ZERO TO WS-PICKED-KX
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CONTRACT-COUNT
               IF WS-CN-CLIENT (WS-KX) = WS-CL-PREFIX (WS-CX)
                   AND WS-CN-OP (WS-KX) = WS-OP-LETTERS (WS-OX:1)
                   AND WS-CN-EFF-DATE (WS-KX) <= WS-RUN-DATE
                   IF WS-PICKED-KX = ZERO
                       OR WS-CN-EFF-DATE (WS-KX)
                           > WS-CN-EFF-DATE (WS-PICKED-KX)
                       MOVE WS-KX TO WS-PICKED-KX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PICKED-KX > ZERO
               MOVE "Y" TO WS-CONTRACT-SW
               MOVE "Y" TO WS-FOUND-SW
               IF WS-CN-TIER-QTY (WS-PICKED-KX) > ZERO
                   AND WS-CL-OP-COUNT (WS-CX, WS-OX)
                       >= WS-CN-TIER-QTY (WS-PICKED-KX)
                   MOVE WS-CN-TIER-RATE (WS-PICKED-KX)
                       TO WS-APPLIED-RATE
               ELSE
                   MOVE WS-CN-RATE (WS-PICKED-KX)
                       TO WS-APPLIED-RATE
               END-IF
           END-IF.

      * The highest minimum on any of the client's effective cards,
      * topped up after all its buckets are priced - the invoice
      * will carry the same shortfall line.
       APPLY-MONTHLY-MINIMUMS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               MOVE ZERO TO WS-MIN-CHARGE
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-CONTRACT-COUNT
                   IF WS-CN-CLIENT (WS-KX) = WS-CL-PREFIX (WS-CX)
                       AND WS-CN-EFF-DATE (WS-KX) <= WS-RUN-DATE
                       AND WS-CN-MIN (WS-KX) > WS-MIN-CHARGE
                       MOVE WS-CN-MIN (WS-KX) TO WS-MIN-CHARGE
                   END-IF
               END-PERFORM
               IF WS-MIN-CHARGE > ZERO
                   AND WS-CL-AMOUNT (WS-CX) < WS-MIN-CHARGE
                   COMPUTE WS-MIN-SHORTFALL
                       = WS-MIN-CHARGE - WS-CL-AMOUNT (WS-CX)
                   ADD WS-MIN-SHORTFALL TO WS-CL-AMOUNT (WS-CX)
                   ADD 1 TO WS-MINIMUM-COUNT
                   DISPLAY "MONTHLY MINIMUM ACCRUED FOR "
                       WS-CL-PREFIX (WS-CX) " SHORTFALL "
                       WS-MIN-SHORTFALL
               END-IF
           END-PERFORM.

      * Per client with anything to accrue: the carry-forward record
      * for billing, the accrual pair dated today and the reversing
      * pair dated the first business day of next month. Debits and
      * credits are added per entry so the balance check below
      * proves the file, not the arithmetic.
       WRITE-ACCRUAL-FILES.
           MOVE "HDR"          TO GLH-RECORD-TYPE
           MOVE WS-RUN-DATE    TO GLH-FILE-DATE
           MOVE "ACCRUAL"      TO GLH-SOURCE
           WRITE GL-POSTING-REC FROM GL-HEADER-RECORD
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               IF WS-CL-AMOUNT (WS-CX) > ZERO
                   ADD 1 TO WS-CLIENTS-ACCRUED
                   ADD WS-CL-AMOUNT (WS-CX) TO WS-ACCRUAL-TOTAL
                   MOVE WS-CL-PREFIX (WS-CX) TO UA-CLIENT
                   MOVE WS-RUN-DATE(1:6)     TO UA-PERIOD
                   MOVE WS-RUN-DATE          TO UA-ACCRUAL-DATE
                   MOVE WS-REVERSAL-DATE     TO UA-REVERSAL-DATE
                   MOVE WS-CL-EVENTS (WS-CX) TO UA-EVENTS
                   MOVE WS-CL-AMOUNT (WS-CX) TO UA-AMOUNT
                   WRITE ACCRUAL-REC FROM ACCRUAL-RECORD
                   MOVE WS-RUN-DATE          TO WS-POST-DATE
                   MOVE WS-UNBILLED-ACCOUNT  TO WS-DEBIT-ACCOUNT
                   MOVE WS-REV-ACCOUNT       TO WS-CREDIT-ACCOUNT
                   PERFORM WRITE-ACCRUAL-PAIR
                   MOVE WS-REVERSAL-DATE     TO WS-POST-DATE
                   MOVE WS-REV-ACCOUNT       TO WS-DEBIT-ACCOUNT
                   MOVE WS-UNBILLED-ACCOUNT  TO WS-CREDIT-ACCOUNT
                   PERFORM WRITE-ACCRUAL-PAIR
               END-IF
           END-PERFORM
           MOVE "TRL"            TO GLT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT  TO GLT-RECORD-COUNT
           MOVE WS-HASH-CENTS    TO GLT-HASH-CENTS
           WRITE GL-POSTING-REC FROM GL-TRAILER-RECORD.

       WRITE-ACCRUAL-PAIR.
           MOVE "DTL"                TO GL-RECORD-TYPE
           MOVE "D"                  TO GL-DR-CR
           MOVE WS-DEBIT-ACCOUNT     TO GL-ACCOUNT
           MOVE WS-CL-PREFIX (WS-CX) TO GL-CLIENT
           MOVE WS-CL-AMOUNT (WS-CX) TO GL-AMOUNT
           MOVE WS-POST-DATE         TO GL-POST-DATE
           WRITE GL-POSTING-REC FROM GL-POSTING-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-CL-AMOUNT (WS-CX) TO WS-DEBIT-TOTAL
           PERFORM ADD-AMOUNT-TO-HASH
           MOVE "C"                  TO GL-DR-CR
           MOVE WS-CREDIT-ACCOUNT    TO GL-ACCOUNT
           WRITE GL-POSTING-REC FROM GL-POSTING-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-CL-AMOUNT (WS-CX) TO WS-CREDIT-TOTAL
           PERFORM ADD-AMOUNT-TO-HASH.

       ADD-AMOUNT-TO-HASH.
           COMPUTE WS-WORK-CENTS = WS-CL-AMOUNT (WS-CX) * 100
           ADD WS-WORK-CENTS TO WS-HASH-CENTS.

      * Accrual and reversal each book the accrued total once on
      * each side, so debits and credits must both come to twice it.
       CHECK-POSTING-BALANCE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "ACCRUAL JOURNAL: DEBITS " WS-DEBIT-TOTAL
                   " DO NOT EQUAL CREDITS " WS-CREDIT-TOTAL
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-ACCRUAL-TOTAL * 2
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "ACCRUAL JOURNAL: DEBITS " WS-DEBIT-TOTAL
                   " DO NOT EQUAL TWICE THE ACCRUAL "
                   WS-ACCRUAL-TOTAL
           END-IF.

       PRINT-ACCRUAL-REPORT.
           MOVE WS-RUN-DATE(1:6) TO AH1-PERIOD
           MOVE WS-RUN-DATE      TO AH1-RUN-DATE
           WRITE ACCRUAL-REPORT-REC FROM ACCRUAL-HEADER-1
           MOVE WS-REVERSAL-DATE TO AH2-REVERSAL
           WRITE ACCRUAL-REPORT-REC FROM ACCRUAL-HEADER-2
           WRITE ACCRUAL-REPORT-REC FROM ACCRUAL-COLUMN-HEADER
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               IF WS-CL-AMOUNT (WS-CX) > ZERO
                   MOVE WS-CL-PREFIX (WS-CX) TO AC-CLIENT
                   PERFORM LOOKUP-CLIENT-NAME
                   MOVE WS-CLIENT-NAME       TO AC-NAME
                   MOVE WS-CL-EVENTS (WS-CX) TO AC-EVENTS
                   MOVE WS-CL-AMOUNT (WS-CX) TO AC-AMOUNT
                   WRITE ACCRUAL-REPORT-REC FROM ACCRUAL-LINE
               END-IF
           END-PERFORM
           MOVE WS-ACCRUED-EVENTS TO AT-EVENTS
           MOVE WS-ACCRUAL-TOTAL  TO AT-AMOUNT
           WRITE ACCRUAL-REPORT-REC FROM ACCRUAL-TOTAL-LINE.

       OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-STATUS = "00"
               MOVE "Y" TO WS-CLIENT-OPEN-SW
           ELSE
               MOVE "N" TO WS-CLIENT-OPEN-SW
               DISPLAY "CLNTMSTR.DAT NOT AVAILABLE - STATUS "
                   WS-CLIENT-STATUS " - REPORT PRINTS WITHOUT NAMES"
           END-IF.

       LOOKUP-CLIENT-NAME.
           MOVE "** NOT ON CLIENT MASTER **" TO WS-CLIENT-NAME
           IF WS-CLIENT-OPEN-SW = "Y"
               MOVE WS-CL-PREFIX (WS-CX) TO CM-CLIENT
               READ CLIENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CLIENT-NAME
               END-READ
           END-IF.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "REVENUE-ACCRUAL" TO AL-STEP
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
           MOVE "REVENUE-ACCRUAL" TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "REVENUE-ACCRUAL" TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-EVENT-COUNT   TO RL-INPUT-COUNT
           MOVE WS-CLIENTS-ACCRUED TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== REVENUE ACCRUAL =====".
           DISPLAY "EVENTS READ:        " WS-EVENT-COUNT.
           DISPLAY "EVENTS ACCRUED:     " WS-ACCRUED-EVENTS.
           DISPLAY "DATED AFTER PERIOD: " WS-LATER-COUNT.
           DISPLAY "EVENTS NOT PRICED:  " WS-UNPRICED-COUNT.
           DISPLAY "MINIMUMS ACCRUED:   " WS-MINIMUM-COUNT.
           DISPLAY "CLIENTS ACCRUED:    " WS-CLIENTS-ACCRUED.
           DISPLAY "TOTAL ACCRUED:      " WS-ACCRUAL-TOTAL.
           DISPLAY "REVERSAL DATE:      " WS-REVERSAL-DATE.
           DISPLAY "JOURNAL RECORDS:    " WS-DETAIL-COUNT.
           DISPLAY "JOURNAL DEBITS:     " WS-DEBIT-TOTAL.
           DISPLAY "JOURNAL CREDITS:    " WS-CREDIT-TOTAL.
