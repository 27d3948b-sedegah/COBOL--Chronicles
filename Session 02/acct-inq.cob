       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-INQUIRY.

      * One client's whole account on one page, for the phone call
      * that used to mean opening six files by hand. Driven by a
      * request card in ACCTREQ.DAT - the three-character client
      * prefix, and optionally the as-of date (the business date on
      * PARMCARD.DAT when left blank). The ACCTINQ.RPT page shows,
      * for that prefix:
      *   - the client master entry and any credit hold on CRHOLD.DAT
      *   - every calculator master ID on CALCMSTR.DAT with its last
      *     results
      *   - the unbilled events on BILLEVT.DAT by op code, this
      *     month's apart, priced exactly the way USAGE-BILLING will
      *     price them - the CONTRACT.DAT card in force, its tier
      *     rate once the count reaches the break, else the
      *     BILLRATE.DAT card rate, and the monthly minimum
      *   - the contract cards on file, each marked in force,
      *     superseded or future
      *   - invoice history from the dated BILLINV.ccyymmdd.DAT
      *     generations of the last year, and the current BILLINV.DAT
      *     when it has not been kept as a generation yet
      *   - the receivables on ARMSTR.DAT with their open balances
      *     aged current/30/60/90 by periods outstanding, as AR-CASH
      *     ages them
      *   - payments received: the cards AR-CASH retired to the dated
      *     ARPAYIN.ccyymmdd.APPLIED files over the same year, and
      *     any still waiting in ARPAYIN.DAT
      *   - suspense and held items: unapplied cash on ARUNAPP.DAT,
      *     future-dated work held on CALCHOLD.DAT, work parked for
      *     credit hold on CRSUSP.DAT, uncorrected rejects on
      *     SUSPENSE.DAT, and the latest branch acknowledgments
      *     (every branch on FEEDREG.DAT) that did not process
      * The student ledger prefix *ST shows the student accounts
      * FEE-BILLING posts and the payments against them. Nothing is
      * written but the report. A prefix found on none of the files
      * ends RC=4; a missing or bad request card ends RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "ACCTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "ACCTINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Client master and credit-hold master - see CLIENTREC.cpy and
      * CRHOLD.cpy. Either one missing just leaves its lines out.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "CRHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-CLIENT
               FILE STATUS IS WS-CRHOLD-STATUS.

      * Calculator master - read from the prefix's first ID to its
      * last, never the whole file.
           SELECT MASTER-FILE ASSIGN TO "CALCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BILLING-FILE ASSIGN TO "BILLEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT RATE-FILE ASSIGN TO "BILLRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

      * Invoice detail - the current BILLINV.DAT or a dated
      * generation run-monthly-billing.sh kept, named one day at a
      * time.
           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO "ARMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARMSTR-STATUS.

      * Payment cards - ARPAYIN.DAT waiting for the next cash run,
      * or a dated generation run-ar-cash.sh retired.
           SELECT PAYMENT-FILE ASSIGN TO DYNAMIC WS-PAYMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT UNAPPLIED-FILE ASSIGN TO "ARUNAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT HOLD-FILE ASSIGN TO "CALCHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CREDIT-SUSP-FILE ASSIGN TO "CRSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSUSP-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

      * Feed registry for the branch codes, and each branch's
      * acknowledgment file from the latest BRANCH-ACK run.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy for the knobs it carries.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  IQ-CLIENT       PIC X(3).
           05  IQ-AS-OF-DATE   PIC X(8).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-REC  PIC X(110).

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MR-ID           PIC X(9).
           05  MR-SUM          PIC 9(8).
           05  MR-DIFFERENCE   PIC S9(8) SIGN IS LEADING SEPARATE.
           05  MR-PRODUCT      PIC 9(8).
           05  MR-QUOTIENT     PIC 9(8).
           05  MR-REMAINDER    PIC 9(8).
           05  MR-PERCENT      PIC 9(8).
           05  MR-LAST-ACTIVE  PIC X(8).
           05  MR-TXN-COUNT    PIC 9(7).

       FD  BILLING-FILE.
       01  BILLING-REC         PIC X(12).

       FD  RATE-FILE.
       01  RATE-REC.
           05  RT-OP-CODE      PIC X.
           05  RT-RATE         PIC 9(3)V99.

       FD  CONTRACT-FILE.
       COPY CONTRACT.

       FD  INVOICE-FILE.
       01  INVOICE-IN-REC.
           05  IN-CLIENT       PIC X(3).
           05  FILLER          PIC X.
           05  IN-OP-CODE      PIC X.
           05  FILLER          PIC X.
           05  IN-COUNT        PIC 9(7).
           05  FILLER          PIC X.
           05  IN-RATE-WHOLE   PIC 9(3).
           05  FILLER          PIC X.
           05  IN-RATE-DEC     PIC 99.
           05  FILLER          PIC X.
           05  IN-AMT-WHOLE    PIC 9(9).
           05  FILLER          PIC X.
           05  IN-AMT-DEC      PIC 99.
           05  FILLER          PIC X.
           05  IN-BILL-DATE    PIC X(8).

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  PAYMENT-FILE.
       01  PAYMENT-REC         PIC X(47).

       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-REC.
           05  UA-PAYMENT      PIC X(47).
           05  FILLER          PIC X.
           05  UA-REASON       PIC X(30).

       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(47).

       FD  CREDIT-SUSP-FILE.
       01  CREDIT-SUSP-REC     PIC X(47).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  FEED-REGISTRY-FILE.
       COPY FEEDREG.

       FD  ACK-FILE.
       01  ACK-REC             PIC X(32).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-CRHOLD-STATUS    PIC XX.
       77  WS-MASTER-STATUS    PIC XX.
       77  WS-BILLING-STATUS   PIC XX.
       77  WS-RATE-STATUS      PIC XX.
       77  WS-CONTRACT-STATUS  PIC XX.
       77  WS-INVOICE-STATUS   PIC XX.
       77  WS-ARMSTR-STATUS    PIC XX.
       77  WS-PAYMENT-STATUS   PIC XX.
       77  WS-UNAPPLIED-STATUS PIC XX.
       77  WS-HOLD-STATUS      PIC XX.
       77  WS-CRSUSP-STATUS    PIC XX.
       77  WS-SUSPENSE-STATUS  PIC XX.
       77  WS-FEEDREG-STATUS   PIC XX.
       77  WS-ACK-STATUS       PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-CLIENT-ON-FILE-SW PIC X VALUE "N".
       77  WS-SECTION-HIT-SW   PIC X VALUE "N".
       77  WS-CLIENT           PIC X(3).
       77  WS-CLIENT-NAME      PIC X(30).
       77  WS-AS-OF-DATE       PIC X(8).
       77  WS-WALK-DATE        PIC X(8).
       77  WS-WALK-DATE-NUM    PIC 9(8) VALUE ZERO.
       77  WS-DAYS-WALKED      PIC 9(4) VALUE ZERO.
       77  WS-CURRENT-INV-DATE PIC X(8).
       77  WS-CURRENT-KEPT-SW  PIC X VALUE "N".
       77  WS-GENERATION-LABEL PIC X(10).
       77  WS-INVOICE-PERIOD   PIC X(6).
       77  WS-INVOICE-FILENAME PIC X(24).
       77  WS-PAYMENT-FILENAME PIC X(28).
       77  WS-ACK-FILENAME     PIC X(20).
       77  WS-OP-LETTERS       PIC X(6) VALUE "ASMDRP".
       77  WS-OX               PIC 9 COMP VALUE ZERO.
       77  WS-RX               PIC 9(2) COMP VALUE ZERO.
       77  WS-KX               PIC 9(3) COMP VALUE ZERO.
       77  WS-JX               PIC 9(3) COMP VALUE ZERO.
       77  WS-PICKED-KX        PIC 9(3) COMP VALUE ZERO.
       77  WS-BX               PIC 9 COMP VALUE ZERO.
       77  WS-APPLIED-RATE     PIC 9(3)V99 VALUE ZERO.
       77  WS-WORK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       77  WS-MIN-CHARGE       PIC 9(7)V99 VALUE ZERO.
       77  WS-MIN-SHORTFALL    PIC 9(9)V99 VALUE ZERO.
       77  WS-CHARGED-AMOUNT   PIC S9(10)V99 VALUE ZERO.
       77  WS-OPEN-BALANCE     PIC 9(9)V99 VALUE ZERO.
       77  WS-EDIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-CUR-MONTHS       PIC 9(7) VALUE ZERO.
       77  WS-INV-MONTHS       PIC 9(7) VALUE ZERO.
       77  WS-PERIOD-YEAR      PIC 9(4) VALUE ZERO.
       77  WS-PERIOD-MONTH     PIC 9(2) VALUE ZERO.
       77  WS-AGE-PERIODS      PIC S9(4) VALUE ZERO.

      * Invoice and payment generations are looked for this many
      * days back from the as-of date.
       77  WS-HISTORY-DAYS     PIC 9(4) VALUE 366.

      * Every student account sits under this prefix - see
      * copybooks/ARMSTR.cpy.
       77  WS-STUDENT-LEDGER   PIC X(3) VALUE "*ST".

       01  WS-RUN-COUNTS.
           05  WS-MASTER-IDS       PIC 9(7) VALUE ZERO.
           05  WS-EVENTS-READ      PIC 9(7) VALUE ZERO.
           05  WS-EVENTS-UNBILLED  PIC 9(7) VALUE ZERO.
           05  WS-EVENTS-MTD       PIC 9(7) VALUE ZERO.
           05  WS-EVENTS-LATER     PIC 9(7) VALUE ZERO.
           05  WS-CONTRACT-CARDS   PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-GENS     PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-LINES    PIC 9(7) VALUE ZERO.
           05  WS-AR-RECORDS       PIC 9(7) VALUE ZERO.
           05  WS-OPEN-INVOICES    PIC 9(7) VALUE ZERO.
           05  WS-PAYMENT-GENS     PIC 9(7) VALUE ZERO.
           05  WS-PAYMENTS-FOUND   PIC 9(7) VALUE ZERO.
           05  WS-SUSPENSE-ITEMS   PIC 9(7) VALUE ZERO.
           05  WS-ACK-FILES        PIC 9(7) VALUE ZERO.
           05  WS-ACK-PROCESSED    PIC 9(7) VALUE ZERO.
           05  WS-ACK-EXCEPTIONS   PIC 9(7) VALUE ZERO.
           05  WS-ESTIMATE-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-GENERATION-TOTAL PIC 9(11)V99 VALUE ZERO.
           05  WS-INVOICED-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-BALANCE-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-PAYMENT-TOTAL    PIC 9(11)V99 VALUE ZERO.

       COPY BILLEVT.

       COPY ARPAYREC.

       COPY TRANXREC.

       COPY ACKREC.

       COPY PARMCARD.

      * The prefix's unbilled events per op code, in A, S, M, D, R,
      * P order: this month's, and all of them as billing will see
      * them.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 6 TIMES.
               10  WS-OP-MTD       PIC 9(7).
               10  WS-OP-UNBILLED  PIC 9(7).

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT   PIC 9(2) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
               10  WS-RATE-OP      PIC X.
               10  WS-RATE-AMOUNT  PIC 9(3)V99.

      * The prefix's own contract cards only.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CONTRACT-ENTRY OCCURS 50 TIMES.
               10  WS-CN-OP        PIC X.
               10  WS-CN-EFF-DATE  PIC X(8).
               10  WS-CN-RATE      PIC 9(3)V99.
               10  WS-CN-TIER-QTY  PIC 9(7).
               10  WS-CN-TIER-RATE PIC 9(3)V99.
               10  WS-CN-MIN       PIC 9(7)V99.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL PIC 9(11)V99 OCCURS 4 TIMES.

       01  WS-BUCKET-NAMES.
           05  FILLER          PIC X(7) VALUE "CURRENT".
           05  FILLER          PIC X(7) VALUE "30 DAYS".
           05  FILLER          PIC X(7) VALUE "60 DAYS".
           05  FILLER          PIC X(7) VALUE "90+DAYS".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME  PIC X(7) OCCURS 4 TIMES.

       01  INQUIRY-HEADER-1.
           05  FILLER          PIC X(24)
               VALUE "CLIENT ACCOUNT INQUIRY  ".
           05  IH1-CLIENT      PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  IH1-NAME        PIC X(30).
           05  FILLER          PIC X(8)  VALUE "  AS OF ".
           05  IH1-AS-OF       PIC X(8).

       01  CLIENT-LINE-1.
           05  FILLER          PIC X(9)  VALUE "STATUS   ".
           05  CL1-STATUS      PIC X.
           05  FILLER          PIC X(10) VALUE "   OPENED ".
           05  CL1-OPEN-DATE   PIC X(8).
           05  FILLER          PIC X(11) VALUE "   CONTACT ".
           05  CL1-CONTACT     PIC X(25).
           05  FILLER          PIC X(9)  VALUE "   PHONE ".
           05  CL1-PHONE       PIC X(15).

       01  CLIENT-LINE-2.
           05  FILLER          PIC X(9)  VALUE "ADDRESS  ".
           05  CL2-ADDRESS-1   PIC X(30).
           05  FILLER          PIC X     VALUE SPACE.
           05  CL2-ADDRESS-2   PIC X(30).

       01  CLIENT-LINE-3.
           05  FILLER          PIC X(9)  VALUE SPACES.
           05  CL3-CITY        PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  CL3-STATE       PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  CL3-POSTAL-CODE PIC X(10).

       01  CREDIT-LINE.
           05  FILLER          PIC X(13) VALUE "CREDIT HOLD  ".
           05  CR-TEXT         PIC X(90).

       01  CREDIT-TEXT.
           05  CT-STATE        PIC X(9).
           05  CT-DATE         PIC X(8).
           05  FILLER          PIC X(9)  VALUE " BALANCE ".
           05  CT-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(9)  VALUE " OLDEST  ".
           05  CT-OLDEST       PIC ZZZ9.
           05  FILLER          PIC X(9)  VALUE " PERIODS ".
           05  CT-NOTE         PIC X(28).

       01  SECTION-TITLE.
           05  FILLER          PIC X(3)  VALUE "== ".
           05  ST-TEXT         PIC X(60).

       01  NONE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  NL-TEXT         PIC X(60).

       01  MASTER-HEADER.
           05  FILLER          PIC X(46)
               VALUE "    TR-ID          SUM  DIFFERENCE  PRODUCT  Q".
           05  FILLER          PIC X(46)
               VALUE "UOTIENT  REMAINDER   PERCENT  LAST ACT    TXNS".

       01  MASTER-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ML-ID           PIC X(9).
           05  FILLER          PIC X     VALUE SPACE.
           05  ML-SUM          PIC Z(7)9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ML-DIFFERENCE   PIC -(8)9.
           05  FILLER          PIC X     VALUE SPACE.
           05  ML-PRODUCT      PIC Z(7)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ML-QUOTIENT     PIC Z(7)9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ML-REMAINDER    PIC Z(7)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ML-PERCENT      PIC Z(7)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ML-LAST-ACTIVE  PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  ML-TXN-COUNT    PIC Z(6)9.

       01  UNBILLED-HEADER.
           05  FILLER          PIC X(40)
               VALUE "    OP     MONTH      UNBILLED    RATE  ".
           05  FILLER          PIC X(31)
               VALUE "PRICED FROM            ESTIMATE".

       01  UNBILLED-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  UL-OP-CODE      PIC X.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  UL-MTD          PIC Z(6)9.
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  UL-UNBILLED     PIC Z(6)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  UL-RATE         PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  UL-BASIS        PIC X(17).
           05  UL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  AMOUNT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  AL-TEXT         PIC X(55).
           05  AL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  CONTRACT-HEADER.
           05  FILLER          PIC X(40)
               VALUE "    OP  EFF DATE    RATE  TIER AT  TIER ".
           05  FILLER          PIC X(26)
               VALUE "RATE   MONTHLY MIN  STATUS".

       01  CONTRACT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  KL-OP-CODE      PIC X.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  KL-EFF-DATE     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  KL-RATE         PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  KL-TIER-QTY     PIC Z(6)9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  KL-TIER-RATE    PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  KL-MIN          PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  KL-STATUS       PIC X(10).

       01  INVOICE-HEADER.
           05  FILLER          PIC X(40)
               VALUE "    BILLED    PERIOD  OP    COUNT    RAT".
           05  FILLER          PIC X(23)
               VALUE "E          AMOUNT  FROM".

       01  INVOICE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  VL-BILL-DATE    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VL-PERIOD       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VL-OP-CODE      PIC X(3).
           05  FILLER          PIC X     VALUE SPACE.
           05  VL-COUNT        PIC Z(6)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VL-RATE         PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VL-SOURCE       PIC X(24).

       01  RECEIVABLE-HEADER.
           05  FILLER          PIC X(40)
               VALUE "    PERIOD  STUDENT          BILLED    D".
           05  FILLER          PIC X(48)
               VALUE "EBITS   CREDITS      PAID       BALANCE ST   AGE".

       01  RECEIVABLE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  OL-PERIOD       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-STUDENT      PIC X(9).
           05  OL-BILLED       PIC ZZZ,ZZZ,ZZ9.99.
           05  OL-DEBITS       PIC ZZZ,ZZ9.99.
           05  OL-CREDITS      PIC ZZZ,ZZ9.99.
           05  OL-PAID         PIC ZZZ,ZZ9.99.
           05  OL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-STATUS       PIC X.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  OL-AGE          PIC X(7).
           05  FILLER          PIC X     VALUE SPACE.
           05  OL-ADJ          PIC X(3).

       01  PAYMENT-HEADER.
           05  FILLER          PIC X(40)
               VALUE "    RECEIVED  PERIOD  STUDENT          A".
           05  FILLER          PIC X(23)
               VALUE "MOUNT  REFERENCE   FILE".

       01  PAYMENT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PL-RECEIPT-DATE PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-PERIOD       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-STUDENT      PIC X(9).
           05  PL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-REFERENCE    PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-SOURCE       PIC X(28).

       01  SUSPENSE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  XL-KIND         PIC X(16).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XL-ID           PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XL-DETAIL       PIC X(76).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           PERFORM READ-REQUEST-CARD
           OPEN OUTPUT INQUIRY-REPORT-FILE
           PERFORM PRINT-CLIENT-HEADER
           PERFORM PRINT-MASTER-IDS
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           PERFORM PRINT-UNBILLED-ACTIVITY
           PERFORM PRINT-CONTRACT-CARDS
           PERFORM PRINT-INVOICE-HISTORY
           PERFORM PRINT-RECEIVABLES
           PERFORM PRINT-PAYMENTS-RECEIVED
           PERFORM PRINT-SUSPENSE-ITEMS
           PERFORM PRINT-BRANCH-ACKNOWLEDGMENTS
           CLOSE INQUIRY-REPORT-FILE
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE
           STOP RUN.

       SET-RETURN-CODE.
           IF WS-CLIENT-ON-FILE-SW = "N"
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE 4: CLIENT " WS-CLIENT
                   " NOT FOUND ON ANY FILE"
           ELSE
               MOVE 0 TO RETURN-CODE
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

      * The request card is the whole job - no card, no inquiry.
       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO INQUIRY REQUEST - ACCTREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REQUEST-FILE
               AT END
                   DISPLAY "INQUIRY REQUEST CARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE IQ-CLIENT     TO WS-CLIENT
                   MOVE IQ-AS-OF-DATE TO WS-AS-OF-DATE
           END-READ
           CLOSE REQUEST-FILE
           IF WS-AS-OF-DATE = SPACES
               MOVE PC-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-CLIENT = SPACES
                   OR WS-AS-OF-DATE NOT NUMERIC
                   OR WS-AS-OF-DATE(5:2) < "01"
                   OR WS-AS-OF-DATE(5:2) > "12"
                   OR WS-AS-OF-DATE(7:2) < "01"
                   OR WS-AS-OF-DATE(7:2) > "31"
               DISPLAY "BAD INQUIRY REQUEST: CLIENT '" WS-CLIENT
                   "' AS OF '" WS-AS-OF-DATE "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE(1:4) TO WS-PERIOD-YEAR
           MOVE WS-AS-OF-DATE(5:2) TO WS-PERIOD-MONTH
           COMPUTE WS-CUR-MONTHS
               = WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH
           DISPLAY "ACCOUNT INQUIRY FOR CLIENT " WS-CLIENT
               " AS OF " WS-AS-OF-DATE.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC FROM SECTION-TITLE
           MOVE "N" TO WS-SECTION-HIT-SW.

       WRITE-NONE-LINE.
           WRITE INQUIRY-REPORT-REC FROM NONE-LINE.

      * Who the prefix is and whether it may trade. The student
      * ledger has no client master entry or credit hold.
       PRINT-CLIENT-HEADER.
           MOVE "** NOT ON CLIENT MASTER **" TO WS-CLIENT-NAME
           MOVE "N" TO WS-FOUND-SW
           IF WS-CLIENT = WS-STUDENT-LEDGER
               MOVE "STUDENT ACCOUNTS" TO WS-CLIENT-NAME
           ELSE
               OPEN INPUT CLIENT-MASTER-FILE
               IF WS-CLIENT-STATUS = "00"
                   MOVE WS-CLIENT TO CM-CLIENT
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-SW
                           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
                           MOVE CM-NAME TO WS-CLIENT-NAME
                   END-READ
                   CLOSE CLIENT-MASTER-FILE
               ELSE
                   MOVE "** CLIENT MASTER NOT AVAILABLE **"
                       TO WS-CLIENT-NAME
               END-IF
           END-IF
           MOVE WS-CLIENT     TO IH1-CLIENT
           MOVE WS-CLIENT-NAME TO IH1-NAME
           MOVE WS-AS-OF-DATE TO IH1-AS-OF
           WRITE INQUIRY-REPORT-REC FROM INQUIRY-HEADER-1
           IF WS-FOUND-SW = "Y"
               MOVE CM-STATUS      TO CL1-STATUS
               MOVE CM-OPEN-DATE   TO CL1-OPEN-DATE
               MOVE CM-CONTACT     TO CL1-CONTACT
               MOVE CM-PHONE       TO CL1-PHONE
               WRITE INQUIRY-REPORT-REC FROM CLIENT-LINE-1
               MOVE CM-ADDRESS-1   TO CL2-ADDRESS-1
               MOVE CM-ADDRESS-2   TO CL2-ADDRESS-2
               WRITE INQUIRY-REPORT-REC FROM CLIENT-LINE-2
               MOVE CM-CITY        TO CL3-CITY
               MOVE CM-STATE       TO CL3-STATE
               MOVE CM-POSTAL-CODE TO CL3-POSTAL-CODE
               WRITE INQUIRY-REPORT-REC FROM CLIENT-LINE-3
           END-IF
           IF WS-CLIENT NOT = WS-STUDENT-LEDGER
               PERFORM PRINT-CREDIT-HOLD
           END-IF.

       PRINT-CREDIT-HOLD.
           MOVE SPACES TO CR-TEXT
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CRHOLD-STATUS NOT = "00"
               MOVE "CREDIT-HOLD MASTER NOT AVAILABLE" TO CR-TEXT
           ELSE
               MOVE WS-CLIENT TO KH-CLIENT
               READ CREDIT-HOLD-FILE
                   INVALID KEY
                       MOVE "NONE - NEVER HELD" TO CR-TEXT
                   NOT INVALID KEY
                       PERFORM FORMAT-CREDIT-HOLD
               END-READ
               CLOSE CREDIT-HOLD-FILE
           END-IF
           WRITE INQUIRY-REPORT-REC FROM CREDIT-LINE.

       FORMAT-CREDIT-HOLD.
           MOVE KH-BALANCE        TO CT-BALANCE
           MOVE KH-OLDEST-PERIODS TO CT-OLDEST
           MOVE SPACES TO CT-NOTE
           IF KH-STATUS = "H"
               MOVE "HELD SINCE" TO CT-STATE
               MOVE KH-HOLD-DATE TO CT-DATE
               MOVE KH-REASON    TO CT-NOTE
           ELSE
               MOVE "RELEASED" TO CT-STATE
               MOVE KH-RELEASE-DATE TO CT-DATE
               IF KH-OVERRIDE-UNTIL NOT = SPACES
                   STRING "BY " KH-RELEASED-BY " UNTIL "
                       KH-OVERRIDE-UNTIL
                       DELIMITED BY SIZE INTO CT-NOTE
               ELSE
                   STRING "BY " KH-RELEASED-BY
                       DELIMITED BY SIZE INTO CT-NOTE
               END-IF
           END-IF
           MOVE CREDIT-TEXT TO CR-TEXT.

      * From the prefix's first possible ID to its last.
       PRINT-MASTER-IDS.
           MOVE "CALCULATOR MASTER IDS AND LAST RESULTS" TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "CALCULATOR MASTER CALCMSTR.DAT NOT AVAILABLE"
                   TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               WRITE INQUIRY-REPORT-REC FROM MASTER-HEADER
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO MR-ID
               MOVE WS-CLIENT TO MR-ID(1:3)
               START MASTER-FILE KEY NOT < MR-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF MR-ID(1:3) = WS-CLIENT
                               PERFORM PRINT-MASTER-LINE
                           ELSE
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               IF WS-MASTER-IDS = ZERO
                   MOVE "NO IDS ON THE CALCULATOR MASTER" TO NL-TEXT
                   PERFORM WRITE-NONE-LINE
               END-IF
           END-IF.

       PRINT-MASTER-LINE.
           ADD 1 TO WS-MASTER-IDS
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           MOVE MR-ID          TO ML-ID
           MOVE MR-SUM         TO ML-SUM
           MOVE MR-DIFFERENCE  TO ML-DIFFERENCE
           MOVE MR-PRODUCT     TO ML-PRODUCT
           MOVE MR-QUOTIENT    TO ML-QUOTIENT
           MOVE MR-REMAINDER   TO ML-REMAINDER
           MOVE MR-PERCENT     TO ML-PERCENT
           MOVE MR-LAST-ACTIVE TO ML-LAST-ACTIVE
           MOVE MR-TXN-COUNT   TO ML-TXN-COUNT
           WRITE INQUIRY-REPORT-REC FROM MASTER-LINE.

      * A missing rate file leaves every op without a card rate -
      * the estimate says so rather than stopping the inquiry.
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
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
           ELSE
               DISPLAY "RATE FILE BILLRATE.DAT MISSING"
           END-IF.

      * Only the prefix's own cards are kept.
       LOAD-CONTRACT-TABLE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CN-CLIENT = WS-CLIENT
                               PERFORM STORE-CONTRACT-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       STORE-CONTRACT-CARD.
           ADD 1 TO WS-CONTRACT-CARDS
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           IF WS-CONTRACT-COUNT < 50
               ADD 1 TO WS-CONTRACT-COUNT
               MOVE CN-OP-CODE    TO WS-CN-OP (WS-CONTRACT-COUNT)
               MOVE CN-EFF-DATE   TO WS-CN-EFF-DATE (WS-CONTRACT-COUNT)
               MOVE CN-RATE       TO WS-CN-RATE (WS-CONTRACT-COUNT)
               MOVE CN-TIER-QTY   TO WS-CN-TIER-QTY (WS-CONTRACT-COUNT)
               MOVE CN-TIER-RATE
                   TO WS-CN-TIER-RATE (WS-CONTRACT-COUNT)
               MOVE CN-MIN-CHARGE TO WS-CN-MIN (WS-CONTRACT-COUNT)
           ELSE
               DISPLAY "CONTRACT TABLE FULL - CARD " CN-OP-CODE " "
                   CN-EFF-DATE " NOT SHOWN"
           END-IF.

      * Everything still on BILLEVT.DAT is unbilled. Events dated
      * after the as-of date are left out, as REVENUE-ACCRUAL
      * leaves them out.
       PRINT-UNBILLED-ACTIVITY.
           MOVE "UNBILLED ACTIVITY - PRICED AS USAGE-BILLING WILL"
               TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > 6
               MOVE ZERO TO WS-OP-MTD (WS-OX)
               MOVE ZERO TO WS-OP-UNBILLED (WS-OX)
           END-PERFORM
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BILLING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-EVENTS-READ
                           PERFORM TALLY-BILLABLE-EVENT
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF
           IF WS-EVENTS-UNBILLED = ZERO
               MOVE "NO UNBILLED EVENTS ON BILLEVT.DAT" TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               MOVE "Y" TO WS-CLIENT-ON-FILE-SW
               WRITE INQUIRY-REPORT-REC FROM UNBILLED-HEADER
               PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > 6
                   IF WS-OP-UNBILLED (WS-OX) > ZERO
                       PERFORM PRICE-UNBILLED-OP
                   END-IF
               END-PERFORM
               PERFORM APPLY-MONTHLY-MINIMUM
               MOVE "ESTIMATED INVOICE IF BILLED AS OF THE INQUIRY"
                   TO AL-TEXT
               MOVE WS-ESTIMATE-TOTAL TO AL-AMOUNT
               WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE
           END-IF
           IF WS-EVENTS-LATER > ZERO
               MOVE SPACES TO NL-TEXT
               STRING "EVENTS DATED AFTER THE AS-OF DATE NOT PRICED: "
                   WS-EVENTS-LATER
                   DELIMITED BY SIZE INTO NL-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       TALLY-BILLABLE-EVENT.
           MOVE BILLING-REC TO BILLABLE-EVENT-RECORD
           IF BE-CLIENT-PREFIX = WS-CLIENT
               IF BE-RUN-DATE > WS-AS-OF-DATE
                   ADD 1 TO WS-EVENTS-LATER
               ELSE
                   PERFORM SET-OP-INDEX
                   IF WS-OX > ZERO
                       ADD 1 TO WS-EVENTS-UNBILLED
                       ADD 1 TO WS-OP-UNBILLED (WS-OX)
                       IF BE-RUN-DATE(1:6) = WS-AS-OF-DATE(1:6)
                           ADD 1 TO WS-EVENTS-MTD
                           ADD 1 TO WS-OP-MTD (WS-OX)
                       END-IF
                   END-IF
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

      * Contract first, default rate card second, the latest card
      * effective on or before the as-of date winning - the order
      * USAGE-BILLING prices a bucket in.
       PRICE-UNBILLED-OP.
           MOVE WS-OP-LETTERS (WS-OX:1) TO UL-OP-CODE
           MOVE WS-OP-MTD (WS-OX)      TO UL-MTD
           MOVE WS-OP-UNBILLED (WS-OX) TO UL-UNBILLED
           PERFORM FIND-CONTRACT-RATE
           IF WS-PICKED-KX > ZERO
               IF WS-CN-TIER-QTY (WS-PICKED-KX) > ZERO
                   AND WS-OP-UNBILLED (WS-OX)
                       >= WS-CN-TIER-QTY (WS-PICKED-KX)
                   MOVE WS-CN-TIER-RATE (WS-PICKED-KX)
                       TO WS-APPLIED-RATE
                   MOVE "CONTRACT TIER" TO UL-BASIS
               ELSE
                   MOVE WS-CN-RATE (WS-PICKED-KX) TO WS-APPLIED-RATE
                   MOVE "CONTRACT" TO UL-BASIS
               END-IF
           ELSE
               PERFORM FIND-DEFAULT-RATE
               IF WS-FOUND-SW = "Y"
                   MOVE "RATE CARD" TO UL-BASIS
               ELSE
                   MOVE ZERO TO WS-APPLIED-RATE
                   MOVE "NO RATE - UNBILLED" TO UL-BASIS
               END-IF
           END-IF
           COMPUTE WS-WORK-AMOUNT
               = WS-OP-UNBILLED (WS-OX) * WS-APPLIED-RATE
           ADD WS-WORK-AMOUNT TO WS-ESTIMATE-TOTAL
           MOVE WS-APPLIED-RATE TO UL-RATE
           MOVE WS-WORK-AMOUNT  TO UL-AMOUNT
           WRITE INQUIRY-REPORT-REC FROM UNBILLED-LINE.

      * WS-PICKED-KX is left on the card in force for op WS-OX, or
      * zero when none is.
       FIND-CONTRACT-RATE.
           MOVE ZERO TO WS-PICKED-KX
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CONTRACT-COUNT
               IF WS-CN-OP (WS-KX) = WS-OP-LETTERS (WS-OX:1)
                   AND WS-CN-EFF-DATE (WS-KX) <= WS-AS-OF-DATE
                   IF WS-PICKED-KX = ZERO
                       OR WS-CN-EFF-DATE (WS-KX)
                           > WS-CN-EFF-DATE (WS-PICKED-KX)
                       MOVE WS-KX TO WS-PICKED-KX
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DEFAULT-RATE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RATE-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-RATE-OP (WS-RX) = WS-OP-LETTERS (WS-OX:1)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-RX
               MOVE WS-RATE-AMOUNT (WS-RX) TO WS-APPLIED-RATE
           END-IF.

      * The highest minimum on any card in force, as billing
      * enforces it.
       APPLY-MONTHLY-MINIMUM.
           MOVE ZERO TO WS-MIN-CHARGE
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CONTRACT-COUNT
               IF WS-CN-EFF-DATE (WS-KX) <= WS-AS-OF-DATE
                   AND WS-CN-MIN (WS-KX) > WS-MIN-CHARGE
                   MOVE WS-CN-MIN (WS-KX) TO WS-MIN-CHARGE
               END-IF
           END-PERFORM
           IF WS-MIN-CHARGE > ZERO
                   AND WS-ESTIMATE-TOTAL < WS-MIN-CHARGE
               COMPUTE WS-MIN-SHORTFALL
                   = WS-MIN-CHARGE - WS-ESTIMATE-TOTAL
               ADD WS-MIN-SHORTFALL TO WS-ESTIMATE-TOTAL
               MOVE "MONTHLY MINIMUM SHORTFALL" TO AL-TEXT
               MOVE WS-MIN-SHORTFALL TO AL-AMOUNT
               WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE
           END-IF.

      * A card is in force when it is the latest for its op code
      * effective on or before the as-of date.
       PRINT-CONTRACT-CARDS.
           MOVE "CONTRACT PRICING CARDS" TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           IF WS-CONTRACT-COUNT = ZERO
               MOVE "NO CONTRACT - EVERY OP PRICES FROM THE RATE CARD"
                   TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               WRITE INQUIRY-REPORT-REC FROM CONTRACT-HEADER
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-CONTRACT-COUNT
                   PERFORM PRINT-CONTRACT-LINE
               END-PERFORM
           END-IF.

       PRINT-CONTRACT-LINE.
           MOVE WS-CN-OP (WS-JX)        TO KL-OP-CODE
           MOVE WS-CN-EFF-DATE (WS-JX)  TO KL-EFF-DATE
           MOVE WS-CN-RATE (WS-JX)      TO KL-RATE
           MOVE WS-CN-TIER-QTY (WS-JX)  TO KL-TIER-QTY
           MOVE WS-CN-TIER-RATE (WS-JX) TO KL-TIER-RATE
           MOVE WS-CN-MIN (WS-JX)       TO KL-MIN
           IF WS-CN-EFF-DATE (WS-JX) > WS-AS-OF-DATE
               MOVE "FUTURE" TO KL-STATUS
           ELSE
               MOVE "IN FORCE" TO KL-STATUS
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-CONTRACT-COUNT
                   IF WS-CN-OP (WS-KX) = WS-CN-OP (WS-JX)
                       AND WS-CN-EFF-DATE (WS-KX) <= WS-AS-OF-DATE
                       AND WS-CN-EFF-DATE (WS-KX)
                           > WS-CN-EFF-DATE (WS-JX)
                       MOVE "SUPERSEDED" TO KL-STATUS
                   END-IF
               END-PERFORM
           END-IF
           WRITE INQUIRY-REPORT-REC FROM CONTRACT-LINE.

      * run-monthly-billing.sh keeps each billing's BILLINV.DAT as
      * BILLINV.<business date>.DAT, so the generations are walked
      * a day at a time over the last year; the current BILLINV.DAT
      * is only read when no generation of its date was found.
       PRINT-INVOICE-HISTORY.
           MOVE "INVOICE HISTORY - LAST YEAR OF BILLINGS" TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE INQUIRY-REPORT-REC FROM INVOICE-HEADER
           PERFORM FIND-CURRENT-INVOICE-DATE
           PERFORM SET-HISTORY-START
           PERFORM UNTIL WS-WALK-DATE > WS-AS-OF-DATE
                   OR WS-DAYS-WALKED > WS-HISTORY-DAYS
               MOVE SPACES TO WS-INVOICE-FILENAME
               STRING "BILLINV." WS-WALK-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-INVOICE-FILENAME
               MOVE "GENERATION" TO WS-GENERATION-LABEL
               PERFORM READ-INVOICE-GENERATION
               PERFORM NEXT-HISTORY-DATE
           END-PERFORM
           IF WS-CURRENT-INV-DATE NOT = SPACES
                   AND WS-CURRENT-KEPT-SW = "N"
                   AND WS-CURRENT-INV-DATE NOT > WS-AS-OF-DATE
               MOVE "BILLINV.DAT" TO WS-INVOICE-FILENAME
               MOVE "CURRENT" TO WS-GENERATION-LABEL
               PERFORM READ-INVOICE-GENERATION
           END-IF
           IF WS-INVOICE-LINES = ZERO
               MOVE "NO INVOICES IN THE LAST YEAR" TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               MOVE "TOTAL INVOICED IN THE LAST YEAR" TO AL-TEXT
               MOVE WS-INVOICED-TOTAL TO AL-AMOUNT
               WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE
           END-IF.

       FIND-CURRENT-INVOICE-DATE.
           MOVE SPACES TO WS-CURRENT-INV-DATE
           MOVE "BILLINV.DAT" TO WS-INVOICE-FILENAME
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = "00"
               READ INVOICE-FILE
                   NOT AT END
                       MOVE IN-BILL-DATE TO WS-CURRENT-INV-DATE
               END-READ
               CLOSE INVOICE-FILE
           END-IF.

       SET-HISTORY-START.
           MOVE ZERO TO WS-DAYS-WALKED
           MOVE WS-AS-OF-DATE TO WS-WALK-DATE-NUM
           COMPUTE WS-WALK-DATE-NUM
               = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-WALK-DATE-NUM)
                       - WS-HISTORY-DAYS + 1)
           MOVE WS-WALK-DATE-NUM TO WS-WALK-DATE.

       NEXT-HISTORY-DATE.
           ADD 1 TO WS-DAYS-WALKED
           MOVE WS-WALK-DATE TO WS-WALK-DATE-NUM
           COMPUTE WS-WALK-DATE-NUM
               = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-WALK-DATE-NUM) + 1)
           MOVE WS-WALK-DATE-NUM TO WS-WALK-DATE.

       READ-INVOICE-GENERATION.
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = "00"
               ADD 1 TO WS-INVOICE-GENS
               IF WS-GENERATION-LABEL = "GENERATION"
                       AND WS-WALK-DATE = WS-CURRENT-INV-DATE
                   MOVE "Y" TO WS-CURRENT-KEPT-SW
               END-IF
               MOVE ZERO TO WS-GENERATION-TOTAL
               MOVE "N" TO WS-SECTION-HIT-SW
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF IN-CLIENT = WS-CLIENT
                               PERFORM PRINT-INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
               IF WS-SECTION-HIT-SW = "Y"
                   MOVE SPACES TO AL-TEXT
                   STRING "INVOICE TOTAL FOR PERIOD " WS-INVOICE-PERIOD
                       DELIMITED BY SIZE INTO AL-TEXT
                   MOVE WS-GENERATION-TOTAL TO AL-AMOUNT
                   WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE
               END-IF
           END-IF.

      * The "*" line is the monthly-minimum shortfall billing adds.
       PRINT-INVOICE-LINE.
           MOVE "Y" TO WS-SECTION-HIT-SW
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           ADD 1 TO WS-INVOICE-LINES
           IF IN-AMT-WHOLE NUMERIC AND IN-AMT-DEC NUMERIC
               COMPUTE WS-WORK-AMOUNT
                   = IN-AMT-WHOLE + IN-AMT-DEC / 100
           ELSE
               MOVE ZERO TO WS-WORK-AMOUNT
           END-IF
           ADD WS-WORK-AMOUNT TO WS-GENERATION-TOTAL
           ADD WS-WORK-AMOUNT TO WS-INVOICED-TOTAL
           MOVE IN-BILL-DATE      TO VL-BILL-DATE
           MOVE IN-BILL-DATE(1:6) TO VL-PERIOD
           MOVE IN-BILL-DATE(1:6) TO WS-INVOICE-PERIOD
           IF IN-OP-CODE = "*"
               MOVE "MIN" TO VL-OP-CODE
           ELSE
               MOVE IN-OP-CODE TO VL-OP-CODE
           END-IF
           MOVE IN-COUNT TO VL-COUNT
           IF IN-RATE-WHOLE NUMERIC AND IN-RATE-DEC NUMERIC
               COMPUTE WS-APPLIED-RATE
                   = IN-RATE-WHOLE + IN-RATE-DEC / 100
           ELSE
               MOVE ZERO TO WS-APPLIED-RATE
           END-IF
           MOVE WS-APPLIED-RATE TO VL-RATE
           MOVE WS-WORK-AMOUNT  TO VL-AMOUNT
           MOVE WS-INVOICE-FILENAME TO VL-SOURCE
           WRITE INQUIRY-REPORT-REC FROM INVOICE-LINE.

      * Every receivable the prefix has on ARMSTR.DAT; the open ones
      * are aged by periods outstanding the way AR-CASH ages them.
       PRINT-RECEIVABLES.
           MOVE "RECEIVABLES - OPEN BALANCES AGED" TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE ZERO TO WS-BUCKET-TOTAL (WS-BX)
           END-PERFORM
           OPEN INPUT AR-MASTER-FILE
           IF WS-ARMSTR-STATUS NOT = "00"
               MOVE "OPEN-INVOICE MASTER ARMSTR.DAT NOT AVAILABLE"
                   TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               WRITE INQUIRY-REPORT-REC FROM RECEIVABLE-HEADER
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO AR-KEY
               MOVE WS-CLIENT TO AR-CLIENT
               START AR-MASTER-FILE KEY NOT < AR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AR-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AR-CLIENT = WS-CLIENT
                               PERFORM PRINT-RECEIVABLE-LINE
                           ELSE
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-MASTER-FILE
               IF WS-AR-RECORDS = ZERO
                   MOVE "NO RECEIVABLES ON FILE" TO NL-TEXT
                   PERFORM WRITE-NONE-LINE
               ELSE
                   PERFORM PRINT-AGING-TOTALS
               END-IF
           END-IF.

       PRINT-RECEIVABLE-LINE.
           ADD 1 TO WS-AR-RECORDS
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           COMPUTE WS-CHARGED-AMOUNT
               = AR-INV-AMOUNT + AR-DEBIT-AMOUNT - AR-CREDIT-AMOUNT
           MOVE ZERO TO WS-OPEN-BALANCE
           MOVE SPACES TO OL-AGE
           IF AR-STATUS = "O"
                   AND WS-CHARGED-AMOUNT > AR-PAID-AMOUNT
               ADD 1 TO WS-OPEN-INVOICES
               COMPUTE WS-OPEN-BALANCE
                   = WS-CHARGED-AMOUNT - AR-PAID-AMOUNT
               MOVE AR-PERIOD(1:4) TO WS-PERIOD-YEAR
               MOVE AR-PERIOD(5:2) TO WS-PERIOD-MONTH
               COMPUTE WS-INV-MONTHS
                   = WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH
               COMPUTE WS-AGE-PERIODS
                   = WS-CUR-MONTHS - WS-INV-MONTHS
               IF WS-AGE-PERIODS < ZERO
                   MOVE ZERO TO WS-AGE-PERIODS
               END-IF
               IF WS-AGE-PERIODS > 3
                   MOVE 4 TO WS-BX
               ELSE
                   COMPUTE WS-BX = WS-AGE-PERIODS + 1
               END-IF
               ADD WS-OPEN-BALANCE TO WS-BUCKET-TOTAL (WS-BX)
               ADD WS-OPEN-BALANCE TO WS-BALANCE-TOTAL
               MOVE WS-BUCKET-NAME (WS-BX) TO OL-AGE
           END-IF
           MOVE AR-PERIOD        TO OL-PERIOD
           MOVE AR-STUDENT-ID    TO OL-STUDENT
           MOVE AR-INV-AMOUNT    TO OL-BILLED
           MOVE AR-DEBIT-AMOUNT  TO OL-DEBITS
           MOVE AR-CREDIT-AMOUNT TO OL-CREDITS
           MOVE AR-PAID-AMOUNT   TO OL-PAID
           MOVE WS-OPEN-BALANCE  TO OL-BALANCE
           MOVE AR-STATUS        TO OL-STATUS
           IF AR-CREDIT-AMOUNT > ZERO OR AR-DEBIT-AMOUNT > ZERO
               MOVE "ADJ" TO OL-ADJ
           ELSE
               MOVE SPACES TO OL-ADJ
           END-IF
           WRITE INQUIRY-REPORT-REC FROM RECEIVABLE-LINE.

       PRINT-AGING-TOTALS.
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE SPACES TO AL-TEXT
               STRING "OPEN BALANCE " WS-BUCKET-NAME (WS-BX)
                   DELIMITED BY SIZE INTO AL-TEXT
               MOVE WS-BUCKET-TOTAL (WS-BX) TO AL-AMOUNT
               WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE
           END-PERFORM
           MOVE "TOTAL OPEN BALANCE" TO AL-TEXT
           MOVE WS-BALANCE-TOTAL TO AL-AMOUNT
           WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE.

      * run-ar-cash.sh retires each run's cards to
      * ARPAYIN.<business date>.APPLIED; cards still in ARPAYIN.DAT
      * have not been through a cash run yet.
       PRINT-PAYMENTS-RECEIVED.
           MOVE "PAYMENTS RECEIVED - LAST YEAR" TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE INQUIRY-REPORT-REC FROM PAYMENT-HEADER
           PERFORM SET-HISTORY-START
           PERFORM UNTIL WS-WALK-DATE > WS-AS-OF-DATE
                   OR WS-DAYS-WALKED > WS-HISTORY-DAYS
               MOVE SPACES TO WS-PAYMENT-FILENAME
               STRING "ARPAYIN." WS-WALK-DATE ".APPLIED"
                   DELIMITED BY SIZE INTO WS-PAYMENT-FILENAME
               PERFORM READ-PAYMENT-GENERATION
               PERFORM NEXT-HISTORY-DATE
           END-PERFORM
           MOVE "ARPAYIN.DAT" TO WS-PAYMENT-FILENAME
           PERFORM READ-PAYMENT-GENERATION
           IF WS-PAYMENTS-FOUND = ZERO
               MOVE "NO PAYMENTS IN THE LAST YEAR" TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               MOVE "TOTAL RECEIVED" TO AL-TEXT
               MOVE WS-PAYMENT-TOTAL TO AL-AMOUNT
               WRITE INQUIRY-REPORT-REC FROM AMOUNT-LINE
           END-IF.

       READ-PAYMENT-GENERATION.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "00"
               ADD 1 TO WS-PAYMENT-GENS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PAYMENT-FILE INTO PAYMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF PY-CLIENT = WS-CLIENT
                               PERFORM PRINT-PAYMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       PRINT-PAYMENT-LINE.
           ADD 1 TO WS-PAYMENTS-FOUND
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           MOVE PY-RECEIPT-DATE TO PL-RECEIPT-DATE
           MOVE PY-PERIOD       TO PL-PERIOD
           MOVE PY-STUDENT-ID   TO PL-STUDENT
           IF PY-AMOUNT NUMERIC
               MOVE PY-AMOUNT TO PL-AMOUNT
               ADD PY-AMOUNT TO WS-PAYMENT-TOTAL
           ELSE
               MOVE ZERO TO PL-AMOUNT
           END-IF
           MOVE PY-REFERENCE    TO PL-REFERENCE
           IF WS-PAYMENT-FILENAME = "ARPAYIN.DAT"
               MOVE "NOT YET APPLIED" TO PL-SOURCE
           ELSE
               MOVE WS-PAYMENT-FILENAME TO PL-SOURCE
           END-IF
           WRITE INQUIRY-REPORT-REC FROM PAYMENT-LINE.

      * Anything of the prefix's sitting outside the normal flow:
      * cash finance still has to re-key, work waiting on its date
      * or on a credit hold, and rejects not yet corrected.
       PRINT-SUSPENSE-ITEMS.
           MOVE "SUSPENSE AND HELD ITEMS" TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           PERFORM LIST-UNAPPLIED-CASH
           PERFORM LIST-HELD-WORK
           PERFORM LIST-CREDIT-SUSPENSE
           PERFORM LIST-REJECT-SUSPENSE
           IF WS-SUSPENSE-ITEMS = ZERO
               MOVE "NOTHING IN SUSPENSE OR HELD" TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       LIST-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ UNAPPLIED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE UA-PAYMENT TO PAYMENT-RECORD
                           IF PY-CLIENT = WS-CLIENT
                               PERFORM PRINT-UNAPPLIED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-FILE
           END-IF.

       PRINT-UNAPPLIED-LINE.
           ADD 1 TO WS-SUSPENSE-ITEMS
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           MOVE "UNAPPLIED CASH" TO XL-KIND
           MOVE PY-REFERENCE TO XL-ID
           MOVE SPACES TO XL-DETAIL
           IF PY-AMOUNT NUMERIC
               MOVE PY-AMOUNT TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZERO TO WS-EDIT-AMOUNT
           END-IF
           STRING "PERIOD " PY-PERIOD WS-EDIT-AMOUNT
               " RECEIVED " PY-RECEIPT-DATE " " UA-REASON
               DELIMITED BY SIZE INTO XL-DETAIL
           WRITE INQUIRY-REPORT-REC FROM SUSPENSE-LINE.

       LIST-HELD-WORK.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLD-FILE INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TR-ID(1:3) = WS-CLIENT
                               MOVE "HELD - DATED" TO XL-KIND
                               MOVE SPACES TO XL-DETAIL
                               STRING "OP " TR-OP-CODE
                                   " HELD UNTIL " TR-EFF-DATE
                                   DELIMITED BY SIZE INTO XL-DETAIL
                               PERFORM PRINT-TRANSACTION-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       LIST-CREDIT-SUSPENSE.
           OPEN INPUT CREDIT-SUSP-FILE
           IF WS-CRSUSP-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CREDIT-SUSP-FILE INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TR-ID(1:3) = WS-CLIENT
                               MOVE "CREDIT HOLD" TO XL-KIND
                               MOVE SPACES TO XL-DETAIL
                               STRING "OP " TR-OP-CODE
                                   " PARKED UNTIL THE HOLD CLEARS"
                                   DELIMITED BY SIZE INTO XL-DETAIL
                               PERFORM PRINT-TRANSACTION-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-SUSP-FILE
           END-IF.

       PRINT-TRANSACTION-ITEM.
           ADD 1 TO WS-SUSPENSE-ITEMS
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           MOVE TR-ID TO XL-ID
           WRITE INQUIRY-REPORT-REC FROM SUSPENSE-LINE.

      * SU-REJECT-DATA is a REJREC.cpy reject line: the raw record,
      * then the reason code and text.
       LIST-REJECT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF SU-REJECT-DATA(1:3) = WS-CLIENT
                               PERFORM PRINT-REJECT-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       PRINT-REJECT-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-ITEMS
           MOVE "Y" TO WS-CLIENT-ON-FILE-SW
           MOVE "REJECT SUSPENSE" TO XL-KIND
           MOVE SU-REJECT-DATA(1:9) TO XL-ID
           MOVE SPACES TO XL-DETAIL
           STRING SU-REJECT-DATA(49:4) " " SU-REJECT-DATA(54:30)
               " SINCE " SU-FIRST-DATE " CYCLES " SU-CYCLE-COUNT
               DELIMITED BY SIZE INTO XL-DETAIL
           WRITE INQUIRY-REPORT-REC FROM SUSPENSE-LINE.

      * The latest ACK file of every branch on the feed registry;
      * a processed transaction is only counted, anything else is
      * listed with its disposition.
       PRINT-BRANCH-ACKNOWLEDGMENTS.
           MOVE "LATEST BRANCH ACKNOWLEDGMENTS - NOT PROCESSED"
               TO ST-TEXT
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT FEED-REGISTRY-FILE
           IF WS-FEEDREG-STATUS NOT = "00"
               MOVE "FEED REGISTRY FEEDREG.DAT NOT AVAILABLE"
                   TO NL-TEXT
               PERFORM WRITE-NONE-LINE
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM UNTIL WS-FOUND-SW = "Y"
                   READ FEED-REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-FOUND-SW
                       NOT AT END
                           PERFORM READ-BRANCH-ACK-FILE
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
               IF WS-ACK-EXCEPTIONS = ZERO
                   MOVE "EVERY ACKNOWLEDGED TRANSACTION PROCESSED"
                       TO NL-TEXT
                   PERFORM WRITE-NONE-LINE
               END-IF
               MOVE SPACES TO NL-TEXT
               STRING "ACK FILES READ " WS-ACK-FILES
                   "  TRANSACTIONS PROCESSED " WS-ACK-PROCESSED
                   DELIMITED BY SIZE INTO NL-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-BRANCH-ACK-FILE.
           MOVE SPACES TO WS-ACK-FILENAME
           STRING FR-BRANCH-CODE "ACK.DAT"
               DELIMITED BY SIZE INTO WS-ACK-FILENAME
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               ADD 1 TO WS-ACK-FILES
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ACK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       CHECK-ACK-RECORD.
           MOVE ACK-REC TO ACK-RECORD
           MOVE ACK-REC TO ACK-NOTICE-RECORD
           EVALUATE TRUE
               WHEN AK-TR-ID(1:3) = "HDR" OR AK-TR-ID(1:3) = "TRL"
                   CONTINUE
               WHEN AN-RECORD-TYPE = "NTC"
                   IF AN-CLIENT = WS-CLIENT
                       ADD 1 TO WS-ACK-EXCEPTIONS
                       MOVE "Y" TO WS-CLIENT-ON-FILE-SW
                       MOVE "ACK NOTICE" TO XL-KIND
                       MOVE FR-BRANCH-CODE TO XL-ID
                       MOVE SPACES TO XL-DETAIL
                       STRING AN-CODE " " AN-COUNT
                           " TRANSACTION(S) HELD FOR CREDIT"
                           DELIMITED BY SIZE INTO XL-DETAIL
                       WRITE INQUIRY-REPORT-REC FROM SUSPENSE-LINE
                   END-IF
               WHEN AK-TR-ID(1:3) = WS-CLIENT
                   MOVE "Y" TO WS-CLIENT-ON-FILE-SW
                   IF AK-DISPOSITION = "PROC"
                       ADD 1 TO WS-ACK-PROCESSED
                   ELSE
                       PERFORM PRINT-ACK-EXCEPTION
                   END-IF
           END-EVALUATE.

       PRINT-ACK-EXCEPTION.
           ADD 1 TO WS-ACK-EXCEPTIONS
           MOVE SPACES TO XL-KIND
           STRING "BRANCH " FR-BRANCH-CODE " " AK-DISPOSITION
               DELIMITED BY SIZE INTO XL-KIND
           MOVE AK-TR-ID TO XL-ID
           MOVE SPACES TO XL-DETAIL
           EVALUATE AK-DISPOSITION
               WHEN "HELD"
                   STRING "OP " AK-OP-CODE " HELD UNTIL "
                       AK-HELD-UNTIL
                       DELIMITED BY SIZE INTO XL-DETAIL
               WHEN "DUP"
                   STRING "OP " AK-OP-CODE " DUPLICATE SUPPRESSED"
                       DELIMITED BY SIZE INTO XL-DETAIL
               WHEN OTHER
                   STRING "OP " AK-OP-CODE " REASON "
                       AK-REASON-CODE
                       DELIMITED BY SIZE INTO XL-DETAIL
           END-EVALUATE
           WRITE INQUIRY-REPORT-REC FROM SUSPENSE-LINE.

       PRINT-RECONCILIATION.
           DISPLAY "===== ACCOUNT INQUIRY SUMMARY =====".
           DISPLAY "CLIENT:                 " WS-CLIENT " "
               WS-CLIENT-NAME.
           DISPLAY "MASTER IDS:             " WS-MASTER-IDS.
           DISPLAY "EVENTS READ:            " WS-EVENTS-READ.
           DISPLAY "UNBILLED EVENTS:        " WS-EVENTS-UNBILLED.
           DISPLAY "  THIS MONTH:           " WS-EVENTS-MTD.
           DISPLAY "CONTRACT CARDS:         " WS-CONTRACT-CARDS.
           DISPLAY "INVOICE FILES READ:     " WS-INVOICE-GENS.
           DISPLAY "INVOICE LINES:          " WS-INVOICE-LINES.
           DISPLAY "RECEIVABLES:            " WS-AR-RECORDS.
           DISPLAY "  OPEN:                 " WS-OPEN-INVOICES.
           DISPLAY "PAYMENT FILES READ:     " WS-PAYMENT-GENS.
           DISPLAY "PAYMENTS:               " WS-PAYMENTS-FOUND.
           DISPLAY "SUSPENSE/HELD ITEMS:    " WS-SUSPENSE-ITEMS.
           DISPLAY "ACK FILES READ:         " WS-ACK-FILES.
           DISPLAY "ACK EXCEPTIONS:         " WS-ACK-EXCEPTIONS.
