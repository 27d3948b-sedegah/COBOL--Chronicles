      * outstanding and prints the ARAGING.RPT statement, ending
      * with the dunning list of client prefixes overdue more than
      * two periods - the report the spreadsheet was pretending to
      * be. Invoices carrying a credit or debit memo are flagged ADJ
      * and listed in their own section after the dunning list.
      * Every receipt read is also journaled to ARCASHGL.NEW for the
      * ledger: debit 1000-CSH and credit 1200-AR for cash applied,
      * credit 2050-SUS unapplied-cash suspense for cash that was
      * not, one pair per receipt carrying its reference. Applied
      * plus unapplied must equal the receipts read and the journal
      * must balance, or the step ends RC=8 and run-ar-cash.sh
      * ships no journal.
      * The dunning list also drives the CRHOLD.DAT credit-hold
      * master: every client overdue past the threshold is put on
      * hold, so SIMPLE-CALCULATOR parks its work in the credit-hold
      * suspense instead of billing more of it, and a held client
      * whose overdue balance has been paid down is released so the
      * parked work runs in the next cycle. A supervisor release
      * (CREDIT-RELEASE) is honoured through its until date. Every
      * change is audited to CRHAUDIT.DAT and listed on the report.
      * Student accounts FEE-BILLING posts are aged with the rest,
      * rolled up on one STUDENT ACCOUNTS line under the reserved
      * prefix *ST, and a receipt card carrying a student ID is
      * applied to that student's account. Credit holds are a
      * calculator client control, so student accounts never get
      * one here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASH-JOURNAL-FILE ASSIGN TO "ARCASHGL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * Credit-hold master and its audit trail - see CRHOLD.cpy.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CRHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-CLIENT
               FILE STATUS IS WS-CRHOLD-STATUS.

           SELECT CREDIT-AUDIT-FILE ASSIGN TO "CRHAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRHAUD-STATUS.

      * Client master, for the name beside each prefix on the aging
      * report and dunning list. Cash still applies without it.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC         PIC X(47).

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-REC       PIC X(79).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC    PIC X(120).

       FD  CASH-JOURNAL-FILE.
       01  CASH-JOURNAL-REC    PIC X(58).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  CREDIT-AUDIT-FILE.
       01  CREDIT-AUDIT-REC    PIC X(84).

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-PERIOD-MONTH     PIC 9(2) VALUE ZERO.
       77  WS-AGE-PERIODS      PIC S9(4) VALUE ZERO.
       77  WS-OPEN-BALANCE     PIC 9(9)V99 VALUE ZERO.
       77  WS-CHARGED-AMOUNT   PIC S9(10)V99 VALUE ZERO.
       77  WS-AX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-CLIENT-OPEN-SW   PIC X VALUE "N".
       77  WS-CLIENT-NAME      PIC X(30).
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-WORK-CENTS       PIC 9(11) VALUE ZERO.
       77  WS-OFFSET-ACCOUNT   PIC X(8).
       77  WS-LOOKUP-CLIENT    PIC X(3).
       77  WS-CRHOLD-STATUS    PIC XX.
       77  WS-CRHAUD-STATUS    PIC XX.
       77  WS-AGE-FULL-SW      PIC X VALUE "N".
       77  WS-CLIENT-BALANCE   PIC 9(9)V99 VALUE ZERO.
       77  WS-CLIENT-OLDEST    PIC 9(4) VALUE ZERO.
       77  WS-HOLD-ACTION      PIC X(6).
       77  WS-HOLD-BY          PIC X(8).
       77  WS-HOLD-TEXT        PIC X(30).
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.

      * Every student account sits under this prefix - see
      * copybooks/ARMSTR.cpy.
       77  WS-STUDENT-LEDGER   PIC X(3) VALUE "*ST".

      * The shop's chart accounts the cash journal posts to: the
      * bank account every receipt is deposited to, the receivable
      * applied cash relieves, and the suspense account that holds
      * cash finance has not yet matched to an invoice.
       77  WS-CASH-ACCOUNT     PIC X(8) VALUE "1000-CSH".
       77  WS-AR-ACCOUNT       PIC X(8) VALUE "1200-AR ".
       77  WS-SUSPENSE-ACCOUNT PIC X(8) VALUE "2050-SUS".

      * An open invoice older than this many periods puts its
      * client prefix on the dunning list.
           05  WS-PAID-OFF-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-OPEN-INV-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-DUNNED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ADJUSTED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-APPLIED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-UNAPPLIED-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05  WS-RECEIPT-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-NOT-JOURNALED    PIC 9(7) VALUE ZERO.
           05  WS-JOURNAL-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-JOURNAL-DEBITS   PIC 9(11)V99 VALUE ZERO.
           05  WS-JOURNAL-CREDITS  PIC 9(11)V99 VALUE ZERO.
           05  WS-HASH-CENTS       PIC 9(13) VALUE ZERO.
           05  WS-NEW-HOLD-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REHOLD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-STILL-HELD-COUNT PIC 9(7) VALUE ZERO.
           05  WS-PAY-RELEASE-COUNT PIC 9(7) VALUE ZERO.
           05  WS-OVERRIDE-COUNT   PIC 9(7) VALUE ZERO.

       COPY ARPAYREC.

       COPY GLPOST.

       COPY CASHJRNL.

       COPY PARMCARD.

       COPY ALERTREC.

       COPY CRHAUD.

      * Open balances rolled up per client prefix: one bucket per
      * aging band (1=current 2=30 3=60 4=90+) plus the oldest age
      * seen, which decides whether the prefix is dunned, and
      * whether any of the prefix's open invoices carries a memo.
       01  WS-AGING-TABLE.
           05  WS-AGE-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-AGE-ENTRY OCCURS 100 TIMES.
               10  WS-AG-PREFIX    PIC X(3).
               10  WS-AG-BUCKET    PIC 9(9)V99 OCCURS 4 TIMES.
               10  WS-AG-OLDEST    PIC 9(4).
               10  WS-AG-ADJ-SW    PIC X.

      * Open invoices carrying a credit or debit memo, listed after
      * the dunning list so nobody chases a balance that finance
      * has already changed without seeing why.
       01  WS-ADJUSTED-TABLE.
           05  WS-ADJ-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-ADJ-ENTRY OCCURS 100 TIMES.
               10  WS-AJ-CLIENT    PIC X(3).
               10  WS-AJ-PERIOD    PIC X(6).
               10  WS-AJ-STUDENT   PIC X(9).
               10  WS-AJ-BILLED    PIC 9(9)V99.
               10  WS-AJ-CREDITS   PIC 9(9)V99.
               10  WS-AJ-DEBITS    PIC 9(9)V99.
               10  WS-AJ-PAID      PIC 9(9)V99.
               10  WS-AJ-BALANCE   PIC 9(9)V99.
               10  WS-AJ-ADJ-DATE  PIC X(8).

      * Credit holds placed, renewed or released this run, listed
      * at the foot of the aging report.
       01  WS-HOLD-CHANGE-TABLE.
           05  WS-HC-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  WS-HC-ENTRY OCCURS 100 TIMES.
               10  WS-HC-CLIENT    PIC X(3).
               10  WS-HC-ACTION    PIC X(30).

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL PIC 9(11)V99 OCCURS 4 TIMES
                               VALUE ZERO.

       01  UNAPPLIED-LINE.
           05  UN-PAYMENT      PIC X(47).
           05  FILLER          PIC X     VALUE SPACE.
           05  UN-REASON       PIC X(30).

       01  AGING-HEADER-2.
           05  FILLER          PIC X(6)  VALUE "CLIENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "NAME".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "      CURRENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "      30 DAYS".
           05  FILLER          PIC X(13) VALUE "      60 DAYS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "     90+ DAYS".
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(3)  VALUE "ADJ".

       01  AGING-LINE.
           05  AL-CLIENT       PIC X(3).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  AL-NAME         PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AL-CURRENT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AL-30           PIC ZZZ,ZZZ,ZZ9.99.
           05  AL-60           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AL-90           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AL-ADJ-FLAG     PIC X(3).

       01  AGING-TOTAL-LINE.
           05  FILLER          PIC X(8)  VALUE "TOTALS  ".
           05  FILLER          PIC X(32) VALUE SPACES.
           05  AT-CURRENT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AT-30           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AT-90           PIC ZZZ,ZZZ,ZZ9.99.

       01  ADJUSTED-HEADER-1.
           05  FILLER          PIC X(44)
               VALUE "ADJUSTED OPEN INVOICES - CREDIT/DEBIT MEMOS".

       01  ADJUSTED-HEADER-2.
           05  FILLER          PIC X(6)  VALUE "CLIENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "PERIOD".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "STUDENT".
           05  FILLER          PIC X(14) VALUE "        BILLED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "       CREDITS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "        DEBITS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "          PAID".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "       BALANCE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "LAST ADJ".

       01  ADJUSTED-LINE.
           05  AJ-CLIENT       PIC X(3).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  AJ-PERIOD       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AJ-STUDENT      PIC X(9).
           05  AJ-BILLED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AJ-CREDITS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AJ-DEBITS       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AJ-PAID         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AJ-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AJ-ADJ-DATE     PIC X(8).

       01  DUNNING-HEADER.
           05  FILLER          PIC X(44)
               VALUE "DUNNING LIST - OVERDUE MORE THAN TWO PERIODS".
       01  DUNNING-LINE.
           05  FILLER          PIC X(7)  VALUE "CLIENT ".
           05  DL-CLIENT       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-NAME         PIC X(30).
           05  FILLER          PIC X(9)  VALUE "  OLDEST ".
           05  DL-OLDEST       PIC ZZZ9.
           05  FILLER          PIC X(18)
               VALUE " PERIODS, BALANCE ".
           05  DL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.

       01  CREDIT-HOLD-HEADER.
           05  FILLER          PIC X(19)
               VALUE "CREDIT HOLD CHANGES".

       01  CREDIT-HOLD-LINE.
           05  FILLER          PIC X(7)  VALUE "CLIENT ".
           05  CL-CLIENT       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-NAME         PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-ACTION       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           COMPUTE WS-CUR-MONTHS
               = WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH
           PERFORM OPEN-AR-MASTER
           PERFORM OPEN-CREDIT-HOLD
           OPEN OUTPUT UNAPPLIED-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           OPEN OUTPUT CASH-JOURNAL-FILE
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM WRITE-JOURNAL-HEADER
           PERFORM APPLY-PAYMENTS
           PERFORM WRITE-JOURNAL-TRAILER
           PERFORM CHECK-CASH-BALANCE
           PERFORM AGE-OPEN-INVOICES
           PERFORM PRINT-AGING-REPORT
           PERFORM UPDATE-CREDIT-HOLDS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

           CLOSE AR-MASTER-FILE
           CLOSE UNAPPLIED-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE CASH-JOURNAL-FILE
           IF WS-CLIENT-OPEN-SW = "Y"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE CREDIT-HOLD-FILE
           CLOSE CREDIT-AUDIT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: CASH JOURNAL DOES NOT BALANCE"
                   " - DO NOT SHIP ARCASHGL.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "CASHBAL" TO WS-ALERT-CODE
               MOVE "CASH JOURNAL OUT OF BALANCE WITH RECEIPTS"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-UNAPPLIED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-UNAPPLIED-COUNT
                       " PAYMENT(S) UNAPPLIED - SEE ARUNAPP.DAT"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "ARUNAP" TO WS-ALERT-CODE
                   MOVE "UNAPPLIED PAYMENTS ON ARUNAPP.DAT"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       READ-PARM-CARD.
               AT END
                   MOVE "N" TO WS-PARM-OK-SW
               NOT AT END
                   IF PARM-REC(26:1) = SPACE
                       MOVE "1" TO PARM-REC(26:1)
                   END-IF
                   MOVE PARM-REC TO PARM-CARD-RECORD
           END-READ
           CLOSE PARM-FILE
               STOP RUN
           END-IF
           DISPLAY "PARM: BUSINESS DATE " PC-BUSINESS-DATE
               " CYCLE " PC-CYCLE-NUMBER
               " CHECKPOINT " PC-CHECKPOINT-INTERVAL
               " PAGE SIZE " PC-LINES-PER-PAGE.

                   OR PC-LINES-PER-PAGE = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD LINES PER PAGE"
           END-IF
           IF PC-CYCLE-NUMBER NOT NUMERIC
                   OR PC-CYCLE-NUMBER = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CYCLE NUMBER"
           END-IF.

       OPEN-AR-MASTER.
               STOP RUN
           END-IF.

      * The hold master is created empty the first time; anything
      * else wrong with it stops the step before cash is applied.
       OPEN-CREDIT-HOLD.
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRHOLD-STATUS = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
               CLOSE CREDIT-HOLD-FILE
               OPEN I-O CREDIT-HOLD-FILE
           END-IF
           IF WS-CRHOLD-STATUS NOT = "00"
               DISPLAY "CREDIT-HOLD MASTER CRHOLD.DAT NOT USABLE - "
                   "STATUS " WS-CRHOLD-STATUS
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "CRHOLD" TO WS-ALERT-CODE
               MOVE "CREDIT-HOLD MASTER NOT USABLE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CREDIT-AUDIT-FILE
           IF WS-CRHAUD-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-AUDIT-FILE
           END-IF.

      * A missing payments file just means finance keyed no receipts
      * this cycle - the aging still runs.
       APPLY-PAYMENTS.
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      * A card naming a student is for that student's account under
      * the student prefix, whatever was keyed in the client field.
       APPLY-ONE-PAYMENT.
           MOVE PAYMENT-REC TO PAYMENT-RECORD
           IF PY-STUDENT-ID NOT = SPACES
               MOVE WS-STUDENT-LEDGER TO PY-CLIENT
           END-IF
           IF PY-AMOUNT NUMERIC
               ADD PY-AMOUNT TO WS-RECEIPT-TOTAL
           END-IF
           IF PY-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO UN-REASON
               PERFORM WRITE-UNAPPLIED-PAYMENT
           ELSE
               MOVE PY-CLIENT TO AR-CLIENT
               MOVE PY-PERIOD TO AR-PERIOD
               MOVE PY-STUDENT-ID TO AR-STUDENT-ID
               READ AR-MASTER-FILE
                   INVALID KEY
                       MOVE "NO OPEN INVOICE FOR PERIOD"

       POST-PAYMENT-TO-INVOICE.
           ADD PY-AMOUNT TO AR-PAID-AMOUNT
           COMPUTE WS-CHARGED-AMOUNT
               = AR-INV-AMOUNT + AR-DEBIT-AMOUNT - AR-CREDIT-AMOUNT
           IF AR-PAID-AMOUNT >= WS-CHARGED-AMOUNT
               MOVE "P" TO AR-STATUS
               ADD 1 TO WS-PAID-OFF-COUNT
               IF AR-PAID-AMOUNT > WS-CHARGED-AMOUNT
                   DISPLAY "OVERPAYMENT ON " AR-CLIENT " PERIOD "
                       AR-PERIOD " - CREDIT BALANCE CARRIED"
               END-IF
           REWRITE AR-MASTER-REC
           ADD 1 TO WS-APPLIED-COUNT
           ADD PY-AMOUNT TO WS-APPLIED-TOTAL
           MOVE WS-AR-ACCOUNT TO WS-OFFSET-ACCOUNT
           PERFORM WRITE-CASH-JOURNAL-PAIR
           DISPLAY "APPLIED " PY-REFERENCE " TO " AR-CLIENT
               " " AR-STUDENT-ID " PERIOD " AR-PERIOD.

       WRITE-UNAPPLIED-PAYMENT.
           MOVE PAYMENT-REC TO UN-PAYMENT
           ADD 1 TO WS-UNAPPLIED-COUNT
           IF PY-AMOUNT NUMERIC
               ADD PY-AMOUNT TO WS-UNAPPLIED-TOTAL
               MOVE WS-SUSPENSE-ACCOUNT TO WS-OFFSET-ACCOUNT
               PERFORM WRITE-CASH-JOURNAL-PAIR
           ELSE
               ADD 1 TO WS-NOT-JOURNALED
           END-IF
           DISPLAY "UNAPPLIED: " PY-CLIENT " " PY-PERIOD " "
               UN-REASON.

       WRITE-JOURNAL-HEADER.
           MOVE "HDR"          TO GLH-RECORD-TYPE
           MOVE WS-RUN-DATE    TO GLH-FILE-DATE
           MOVE "ARCASH"       TO GLH-SOURCE
           WRITE CASH-JOURNAL-REC FROM GL-HEADER-RECORD.

      * One balanced pair per receipt: the deposit always lands in
      * cash, and the offset is the receivable when the receipt was
      * applied or suspense when it was not.
       WRITE-CASH-JOURNAL-PAIR.
           MOVE "DTL"            TO CJ-RECORD-TYPE
           MOVE PY-CLIENT        TO CJ-CLIENT
           MOVE PY-AMOUNT        TO CJ-AMOUNT
           MOVE WS-RUN-DATE      TO CJ-POST-DATE
           MOVE PY-REFERENCE     TO CJ-REFERENCE
           MOVE PY-RECEIPT-DATE  TO CJ-RECEIPT-DATE
           MOVE PY-PERIOD        TO CJ-PERIOD
           MOVE "D"              TO CJ-DR-CR
           MOVE WS-CASH-ACCOUNT  TO CJ-ACCOUNT
           WRITE CASH-JOURNAL-REC FROM CASH-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD PY-AMOUNT TO WS-JOURNAL-DEBITS
           PERFORM ADD-AMOUNT-TO-HASH
           MOVE "C"              TO CJ-DR-CR
           MOVE WS-OFFSET-ACCOUNT TO CJ-ACCOUNT
           WRITE CASH-JOURNAL-REC FROM CASH-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD PY-AMOUNT TO WS-JOURNAL-CREDITS
           PERFORM ADD-AMOUNT-TO-HASH.

       ADD-AMOUNT-TO-HASH.
           COMPUTE WS-WORK-CENTS = PY-AMOUNT * 100
           ADD WS-WORK-CENTS TO WS-HASH-CENTS.

       WRITE-JOURNAL-TRAILER.
           MOVE "TRL"            TO GLT-RECORD-TYPE
           MOVE WS-JOURNAL-COUNT TO GLT-RECORD-COUNT
           MOVE WS-HASH-CENTS    TO GLT-HASH-CENTS
           WRITE CASH-JOURNAL-REC FROM GL-TRAILER-RECORD.

      * Every receipt read must be either applied or unapplied, the
      * two must add back to the cash read, and the journal's debits
      * and credits must both equal that cash. A card whose amount
      * is not numeric is counted unapplied but cannot be journaled;
      * it is on ARUNAPP.DAT for finance to re-key.
       CHECK-CASH-BALANCE.
           IF WS-APPLIED-COUNT + WS-UNAPPLIED-COUNT
                   NOT = WS-PAYMENT-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "CASH JOURNAL: " WS-PAYMENT-COUNT
                   " RECEIPTS READ BUT " WS-APPLIED-COUNT
                   " APPLIED AND " WS-UNAPPLIED-COUNT " UNAPPLIED"
           END-IF
           IF WS-APPLIED-TOTAL + WS-UNAPPLIED-TOTAL
                   NOT = WS-RECEIPT-TOTAL
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "CASH JOURNAL: APPLIED PLUS UNAPPLIED CASH"
                   " DOES NOT EQUAL RECEIPTS " WS-RECEIPT-TOTAL
           END-IF
           IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                   OR WS-JOURNAL-DEBITS NOT = WS-RECEIPT-TOTAL
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "CASH JOURNAL: DEBITS " WS-JOURNAL-DEBITS
                   " CREDITS " WS-JOURNAL-CREDITS
                   " RECEIPTS " WS-RECEIPT-TOTAL
           END-IF.

      * Walk every open invoice and drop its balance into the aging
      * bucket its periods-outstanding earns: 0 periods is current,
      * one is 30 days, two is 60, three or more is 90-plus.
           END-PERFORM.

       AGE-ONE-INVOICE.
           COMPUTE WS-CHARGED-AMOUNT
               = AR-INV-AMOUNT + AR-DEBIT-AMOUNT - AR-CREDIT-AMOUNT
           IF AR-STATUS = "O"
                   AND WS-CHARGED-AMOUNT > AR-PAID-AMOUNT
               ADD 1 TO WS-OPEN-INV-COUNT
               COMPUTE WS-OPEN-BALANCE
                   = WS-CHARGED-AMOUNT - AR-PAID-AMOUNT
               MOVE AR-PERIOD(1:4) TO WS-PERIOD-YEAR
               MOVE AR-PERIOD(5:2) TO WS-PERIOD-MONTH
               COMPUTE WS-INV-MONTHS
                   END-IF
               END-IF
               ADD WS-OPEN-BALANCE TO WS-BUCKET-TOTAL (WS-BX)
               IF AR-CREDIT-AMOUNT > ZERO OR AR-DEBIT-AMOUNT > ZERO
                   PERFORM RECORD-ADJUSTED-INVOICE
               END-IF
           END-IF.

       RECORD-ADJUSTED-INVOICE.
           ADD 1 TO WS-ADJUSTED-COUNT
           IF WS-CX > ZERO
               MOVE "Y" TO WS-AG-ADJ-SW (WS-CX)
           END-IF
           IF WS-ADJ-COUNT < 100
               ADD 1 TO WS-ADJ-COUNT
               MOVE AR-CLIENT        TO WS-AJ-CLIENT (WS-ADJ-COUNT)
               MOVE AR-PERIOD        TO WS-AJ-PERIOD (WS-ADJ-COUNT)
               MOVE AR-STUDENT-ID    TO WS-AJ-STUDENT (WS-ADJ-COUNT)
               MOVE AR-INV-AMOUNT    TO WS-AJ-BILLED (WS-ADJ-COUNT)
               MOVE AR-CREDIT-AMOUNT TO WS-AJ-CREDITS (WS-ADJ-COUNT)
               MOVE AR-DEBIT-AMOUNT  TO WS-AJ-DEBITS (WS-ADJ-COUNT)
               MOVE AR-PAID-AMOUNT   TO WS-AJ-PAID (WS-ADJ-COUNT)
               MOVE WS-OPEN-BALANCE  TO WS-AJ-BALANCE (WS-ADJ-COUNT)
               MOVE AR-LAST-ADJ-DATE TO WS-AJ-ADJ-DATE (WS-ADJ-COUNT)
           ELSE
               DISPLAY "ADJUSTED INVOICE TABLE FULL - " AR-CLIENT
                   " " AR-PERIOD " NOT LISTED"
           END-IF.

       FIND-OR-ADD-AGING-CLIENT.
                   MOVE WS-AGE-COUNT TO WS-CX
                   MOVE AR-CLIENT TO WS-AG-PREFIX (WS-CX)
                   MOVE ZERO TO WS-AG-OLDEST (WS-CX)
                   MOVE "N" TO WS-AG-ADJ-SW (WS-CX)
                   MOVE ZERO TO WS-AG-BUCKET (WS-CX, 1)
                   MOVE ZERO TO WS-AG-BUCKET (WS-CX, 2)
                   MOVE ZERO TO WS-AG-BUCKET (WS-CX, 3)
               ELSE
                   DISPLAY "AGING TABLE FULL - CLIENT " AR-CLIENT
                       " NOT AGED"
                   MOVE "Y" TO WS-AGE-FULL-SW
                   MOVE ZERO TO WS-CX
               END-IF
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-AGE-COUNT
               MOVE WS-AG-PREFIX (WS-CX)    TO AL-CLIENT
               MOVE WS-AG-PREFIX (WS-CX)    TO WS-LOOKUP-CLIENT
               PERFORM LOOKUP-CLIENT-NAME
               MOVE WS-CLIENT-NAME          TO AL-NAME
               MOVE WS-AG-BUCKET (WS-CX, 1) TO AL-CURRENT
               MOVE WS-AG-BUCKET (WS-CX, 2) TO AL-30
               MOVE WS-AG-BUCKET (WS-CX, 3) TO AL-60
               MOVE WS-AG-BUCKET (WS-CX, 4) TO AL-90
               IF WS-AG-ADJ-SW (WS-CX) = "Y"
                   MOVE "ADJ" TO AL-ADJ-FLAG
               ELSE
                   MOVE SPACES TO AL-ADJ-FLAG
               END-IF
               WRITE AGING-REPORT-REC FROM AGING-LINE
           END-PERFORM
           MOVE WS-BUCKET-TOTAL (1) TO AT-CURRENT
           MOVE WS-BUCKET-TOTAL (3) TO AT-60
           MOVE WS-BUCKET-TOTAL (4) TO AT-90
           WRITE AGING-REPORT-REC FROM AGING-TOTAL-LINE
           PERFORM PRINT-DUNNING-LIST
           PERFORM PRINT-ADJUSTED-INVOICES.

       PRINT-ADJUSTED-INVOICES.
           WRITE AGING-REPORT-REC FROM ADJUSTED-HEADER-1
           WRITE AGING-REPORT-REC FROM ADJUSTED-HEADER-2
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ADJ-COUNT
               MOVE WS-AJ-CLIENT (WS-AX)   TO AJ-CLIENT
               MOVE WS-AJ-PERIOD (WS-AX)   TO AJ-PERIOD
               MOVE WS-AJ-STUDENT (WS-AX)  TO AJ-STUDENT
               MOVE WS-AJ-BILLED (WS-AX)   TO AJ-BILLED
               MOVE WS-AJ-CREDITS (WS-AX)  TO AJ-CREDITS
               MOVE WS-AJ-DEBITS (WS-AX)   TO AJ-DEBITS
               MOVE WS-AJ-PAID (WS-AX)     TO AJ-PAID
               MOVE WS-AJ-BALANCE (WS-AX)  TO AJ-BALANCE
               MOVE WS-AJ-ADJ-DATE (WS-AX) TO AJ-ADJ-DATE
               WRITE AGING-REPORT-REC FROM ADJUSTED-LINE
           END-PERFORM.

       PRINT-DUNNING-LIST.
           WRITE AGING-REPORT-REC FROM DUNNING-HEADER
                   UNTIL WS-CX > WS-AGE-COUNT
               IF WS-AG-OLDEST (WS-CX) > WS-DUNNING-PERIODS
                   MOVE WS-AG-PREFIX (WS-CX) TO DL-CLIENT
                   MOVE WS-AG-PREFIX (WS-CX) TO WS-LOOKUP-CLIENT
                   PERFORM LOOKUP-CLIENT-NAME
                   MOVE WS-CLIENT-NAME       TO DL-NAME
                   MOVE WS-AG-OLDEST (WS-CX) TO DL-OLDEST
                   COMPUTE DL-BALANCE
                       = WS-AG-BUCKET (WS-CX, 1)
               END-IF
           END-PERFORM.

      * Credit holds follow the dunning list. Every client overdue
      * past the threshold is held, or stays held, unless a
      * supervisor release is still in force; then every held client
      * no longer overdue is released by payment. If the aging table
      * overflowed, a missing client may simply not have been aged,
      * so nobody is released on this run's evidence. Student
      * accounts are never held.
       UPDATE-CREDIT-HOLDS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-AGE-COUNT
               IF WS-AG-OLDEST (WS-CX) > WS-DUNNING-PERIODS
                       AND WS-AG-PREFIX (WS-CX)
                           NOT = WS-STUDENT-LEDGER
                   PERFORM HOLD-DELINQUENT-CLIENT
               END-IF
           END-PERFORM
           IF WS-AGE-FULL-SW = "Y"
               DISPLAY "AGING TABLE FULL - NO CREDIT HOLDS RELEASED"
                   " THIS RUN"
           ELSE
               PERFORM RELEASE-PAID-CLIENTS
           END-IF
           PERFORM PRINT-CREDIT-HOLD-CHANGES
           IF WS-NEW-HOLD-COUNT + WS-REHOLD-COUNT > ZERO
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "CRHOLD" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "CREDIT HOLDS: " WS-NEW-HOLD-COUNT " NEW "
                   WS-REHOLD-COUNT " AGAIN"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.

       HOLD-DELINQUENT-CLIENT.
           COMPUTE WS-CLIENT-BALANCE
               = WS-AG-BUCKET (WS-CX, 1) + WS-AG-BUCKET (WS-CX, 2)
               + WS-AG-BUCKET (WS-CX, 3) + WS-AG-BUCKET (WS-CX, 4)
           MOVE WS-AG-OLDEST (WS-CX) TO WS-CLIENT-OLDEST
           MOVE WS-AG-PREFIX (WS-CX) TO KH-CLIENT
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   PERFORM SET-CREDIT-HOLD-FIELDS
                   WRITE CREDIT-HOLD-RECORD
                   ADD 1 TO WS-NEW-HOLD-COUNT
                   MOVE "PLACED ON CREDIT HOLD" TO WS-HOLD-TEXT
                   PERFORM RECORD-HOLD-CHANGE
               NOT INVALID KEY
                   PERFORM REVIEW-CREDIT-HOLD
           END-READ.

      * A client already held just has its figures brought up to
      * date. A released client is held again once the supervisor's
      * release has run out, or straight away if it was released by
      * payment and has fallen overdue again.
       REVIEW-CREDIT-HOLD.
           IF KH-STATUS = "H"
               MOVE WS-CLIENT-OLDEST  TO KH-OLDEST-PERIODS
               MOVE WS-CLIENT-BALANCE TO KH-BALANCE
               REWRITE CREDIT-HOLD-RECORD
               ADD 1 TO WS-STILL-HELD-COUNT
           ELSE
               IF KH-OVERRIDE-UNTIL NOT = SPACES
                       AND KH-OVERRIDE-UNTIL NOT < WS-RUN-DATE
                   ADD 1 TO WS-OVERRIDE-COUNT
                   DISPLAY "CREDIT HOLD: CLIENT " KH-CLIENT
                       " OVERDUE BUT RELEASED BY " KH-RELEASED-BY
                       " THROUGH " KH-OVERRIDE-UNTIL
               ELSE
                   PERFORM SET-CREDIT-HOLD-FIELDS
                   REWRITE CREDIT-HOLD-RECORD
                   ADD 1 TO WS-REHOLD-COUNT
                   MOVE "RETURNED TO CREDIT HOLD" TO WS-HOLD-TEXT
                   PERFORM RECORD-HOLD-CHANGE
               END-IF
           END-IF.

       SET-CREDIT-HOLD-FIELDS.
           MOVE WS-AG-PREFIX (WS-CX) TO KH-CLIENT
           MOVE "H"               TO KH-STATUS
           MOVE WS-RUN-DATE       TO KH-HOLD-DATE
           MOVE WS-CLIENT-OLDEST  TO KH-OLDEST-PERIODS
           MOVE WS-CLIENT-BALANCE TO KH-BALANCE
           MOVE SPACES            TO KH-RELEASE-DATE
           MOVE SPACES            TO KH-RELEASED-BY
           MOVE SPACES            TO KH-OVERRIDE-UNTIL
           MOVE "OVERDUE PAST DUNNING THRESHOLD" TO KH-REASON
           MOVE "HOLD"            TO WS-HOLD-ACTION
           MOVE "AR-CASH"         TO WS-HOLD-BY.

       RELEASE-PAID-CLIENTS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO KH-CLIENT
           START CREDIT-HOLD-FILE KEY NOT < KH-CLIENT
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CREDIT-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF KH-STATUS = "H"
                           PERFORM RELEASE-IF-PAID
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

      * Held, but no longer on the dunning list: whatever is still
      * open is inside the threshold, so the hold comes off.
       RELEASE-IF-PAID.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-CLIENT-BALANCE
           MOVE ZERO TO WS-CLIENT-OLDEST
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-AGE-COUNT
               IF WS-AG-PREFIX (WS-CX) = KH-CLIENT
                   COMPUTE WS-CLIENT-BALANCE
                       = WS-AG-BUCKET (WS-CX, 1)
                       + WS-AG-BUCKET (WS-CX, 2)
                       + WS-AG-BUCKET (WS-CX, 3)
                       + WS-AG-BUCKET (WS-CX, 4)
                   MOVE WS-AG-OLDEST (WS-CX) TO WS-CLIENT-OLDEST
                   IF WS-AG-OLDEST (WS-CX) > WS-DUNNING-PERIODS
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               MOVE "R"               TO KH-STATUS
               MOVE WS-RUN-DATE       TO KH-RELEASE-DATE
               MOVE "PAYMENT"         TO KH-RELEASED-BY
               MOVE SPACES            TO KH-OVERRIDE-UNTIL
               MOVE WS-CLIENT-OLDEST  TO KH-OLDEST-PERIODS
               MOVE WS-CLIENT-BALANCE TO KH-BALANCE
               MOVE "OVERDUE BALANCE PAID" TO KH-REASON
               REWRITE CREDIT-HOLD-RECORD
               ADD 1 TO WS-PAY-RELEASE-COUNT
               MOVE "PAYREL"          TO WS-HOLD-ACTION
               MOVE "PAYMENT"         TO WS-HOLD-BY
               MOVE "RELEASED - OVERDUE BALANCE PAID" TO WS-HOLD-TEXT
               PERFORM RECORD-HOLD-CHANGE
           END-IF.

      * Audit the change just made to the current hold record and
      * keep it for the report.
       RECORD-HOLD-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO KA-TIMESTAMP
           MOVE WS-RUN-DATE       TO KA-RUN-DATE
           MOVE KH-CLIENT         TO KA-CLIENT
           MOVE WS-HOLD-ACTION    TO KA-ACTION
           MOVE WS-HOLD-BY        TO KA-BY
           MOVE KH-OLDEST-PERIODS TO KA-OLDEST-PERIODS
           MOVE KH-BALANCE        TO KA-BALANCE
           MOVE KH-REASON         TO KA-REASON
           WRITE CREDIT-AUDIT-REC FROM CREDIT-HOLD-AUDIT-RECORD
           DISPLAY "CREDIT HOLD: CLIENT " KH-CLIENT " " WS-HOLD-TEXT
           IF WS-HC-COUNT < 100
               ADD 1 TO WS-HC-COUNT
               MOVE KH-CLIENT    TO WS-HC-CLIENT (WS-HC-COUNT)
               MOVE WS-HOLD-TEXT TO WS-HC-ACTION (WS-HC-COUNT)
           ELSE
               DISPLAY "CREDIT HOLD CHANGE TABLE FULL - " KH-CLIENT
                   " NOT LISTED"
           END-IF.

       PRINT-CREDIT-HOLD-CHANGES.
           WRITE AGING-REPORT-REC FROM CREDIT-HOLD-HEADER
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HC-COUNT
               MOVE WS-HC-CLIENT (WS-HX) TO CL-CLIENT
               MOVE WS-HC-CLIENT (WS-HX) TO WS-LOOKUP-CLIENT
               PERFORM LOOKUP-CLIENT-NAME
               MOVE WS-CLIENT-NAME       TO CL-NAME
               MOVE WS-HC-ACTION (WS-HX) TO CL-ACTION
               WRITE AGING-REPORT-REC FROM CREDIT-HOLD-LINE
           END-PERFORM.

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
           IF WS-LOOKUP-CLIENT = WS-STUDENT-LEDGER
               MOVE "STUDENT ACCOUNTS" TO WS-CLIENT-NAME
           END-IF
           IF WS-CLIENT-OPEN-SW = "Y"
                   AND WS-LOOKUP-CLIENT NOT = WS-STUDENT-LEDGER
               MOVE WS-LOOKUP-CLIENT TO CM-CLIENT
               READ CLIENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CLIENT-NAME
               END-READ
           END-IF.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE "AR-CASH"        TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "AR-CASH"        TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-PAYMENT-COUNT TO RL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           DISPLAY "CASH APPLIED:       " WS-APPLIED-TOTAL.
           DISPLAY "PAYMENTS UNAPPLIED: " WS-UNAPPLIED-COUNT.
           DISPLAY "CASH UNAPPLIED:     " WS-UNAPPLIED-TOTAL.
           DISPLAY "CASH RECEIVED:      " WS-RECEIPT-TOTAL.
           DISPLAY "JOURNAL RECORDS:    " WS-JOURNAL-COUNT.
           DISPLAY "JOURNAL DEBITS:     " WS-JOURNAL-DEBITS.
           DISPLAY "JOURNAL CREDITS:    " WS-JOURNAL-CREDITS.
           DISPLAY "NOT JOURNALED:      " WS-NOT-JOURNALED.
           DISPLAY "INVOICES PAID OFF:  " WS-PAID-OFF-COUNT.
           DISPLAY "OPEN INVOICES AGED: " WS-OPEN-INV-COUNT.
           DISPLAY "  ADJUSTED BY MEMO: " WS-ADJUSTED-COUNT.
           DISPLAY "PREFIXES DUNNED:    " WS-DUNNED-COUNT.
           DISPLAY "CREDIT HOLDS PLACED:" WS-NEW-HOLD-COUNT.
           DISPLAY "  RETURNED TO HOLD: " WS-REHOLD-COUNT.
           DISPLAY "  STILL HELD:       " WS-STILL-HELD-COUNT.
           DISPLAY "  RELEASED BY PAY:  " WS-PAY-RELEASE-COUNT.
           DISPLAY "  OVERRIDE IN FORCE:" WS-OVERRIDE-COUNT.
