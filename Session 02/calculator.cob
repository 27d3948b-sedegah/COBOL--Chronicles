           SELECT HOLD-OUT-FILE ASSIGN TO "CALCHOLD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Credit-hold suspense: transactions for a client AR-CASH has
      * put on credit hold wait in CRSUSP.DAT instead of being
      * processed and billed. Each run releases the records of any
      * client no longer held - cleared by payment or released by a
      * supervisor - and rewrites the rest to CRSUSP.NEW, which the
      * batch driver promotes once this step ends clean.
           SELECT CREDIT-SUSP-IN-FILE ASSIGN TO "CRSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSUSP-STATUS.

           SELECT CREDIT-SUSP-OUT-FILE ASSIGN TO "CRSUSP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Second and later occurrences of an identical TR-ID/op-code
      * pair in one run - branch resubmissions, usually - are
      * diverted here instead of churning the report and master.
               FILE STATUS IS WS-MASTER-STATUS.

      * Period-to-date control ledger at the repo root, one record
      * per business date and processing cycle. The cycle's closing
      * control totals post here on a clean end so PERIOD-CLOSE can
      * prove a month without grepping archived run logs; a rerun
      * of the same date and cycle replaces its record in place,
      * while a second cycle of the date posts a record of its own.
           SELECT PERIOD-LEDGER-FILE ASSIGN TO "../../PERLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PERLEDG-STATUS.

      * Client master, maintained by CLIENT-MAINT - read only here.
      * The first three characters of every TR-ID name the client.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

      * Client credit holds, maintained by AR-CASH and released
      * early by CREDIT-RELEASE - read only here.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CRHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-CLIENT
               FILE STATUS IS WS-CRHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-REC        PIC X(47).

       FD  CREDIT-SUSP-IN-FILE.
       01  CREDIT-SUSP-IN-REC  PIC X(47).

       FD  CREDIT-SUSP-OUT-FILE.
       01  CREDIT-SUSP-OUT-REC PIC X(47).

       FD  DUPLICATE-FILE.
       01  DUPLICATE-REC       PIC X(80).

       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.
           05  MR-QUOTIENT     PIC 9(8).
           05  MR-REMAINDER    PIC 9(8).
           05  MR-PERCENT      PIC 9(8).
           05  MR-LAST-ACTIVE  PIC X(8).
           05  MR-TXN-COUNT    PIC 9(7).

       FD  PERIOD-LEDGER-FILE.
       01  PERIOD-LEDGER-REC.
           05  PL-KEY.
               10  PL-DATE     PIC X(8).
               10  PL-CYCLE    PIC 9.
           05  PL-INPUT        PIC 9(7).
           05  PL-ACCEPTED     PIC 9(7).
           05  PL-REJECTED     PIC 9(7).
           05  PL-HELD         PIC 9(7).
           05  PL-BILLED       PIC 9(7).

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-SIZE-ERROR-SW    PIC X VALUE "N".
           05  WS-HOLIDAY-DATE PIC X(8) OCCURS 50 TIMES.

       77  WS-PERLEDG-STATUS   PIC XX.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-CRHOLD-STATUS    PIC XX.
       77  WS-CRHOLD-OPEN-SW   PIC X VALUE "N".
       77  WS-CRSUSP-STATUS    PIC XX.
       77  WS-CREDIT-HOLD-SW   PIC X VALUE "N".
       77  WS-AUDIT-DONE-SW    PIC X VALUE "N".
       77  WS-CKPT-STATUS      PIC XX.
       77  WS-RESTART-SW       PIC X VALUE "N".
           05  WS-AUDIT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-DUP-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-BILLED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-HELD-COUNT PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-IN-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-REL-COUNT PIC 9(7) VALUE ZERO.

      * Every TR-ID/op-code pair accepted this run; the duplicate
      * check scans it before a record is allowed through.
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT DUPLICATE-FILE
           OPEN OUTPUT HOLD-OUT-FILE
           OPEN OUTPUT CREDIT-SUSP-OUT-FILE
           OPEN OUTPUT BILLING-FILE
           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-CREDIT-HOLD-FILE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           MOVE "N" TO WS-SUPPRESS-SW
           PERFORM PROCESS-RECYCLE-FILE
           PERFORM PROCESS-HOLD-FILE
           PERFORM PROCESS-CREDIT-SUSPENSE
           PERFORM CHECK-EXCEPTION-TOLERANCE
           PERFORM REPORT-UNMATCHED-OVERRIDES
           PERFORM PRINT-RECONCILIATION
           CLOSE REJECT-FILE
           CLOSE DUPLICATE-FILE
           CLOSE HOLD-OUT-FILE
           CLOSE CREDIT-SUSP-OUT-FILE
           CLOSE AUDIT-MASTER-FILE
           CLOSE BILLING-FILE
           CLOSE MASTER-FILE
           CLOSE CLIENT-MASTER-FILE
           IF WS-CRHOLD-OPEN-SW = "Y"
               CLOSE CREDIT-HOLD-FILE
           END-IF
           CLOSE RUN-LOG-FILE

           STOP RUN.
           MOVE TRANSACTION-RECORD TO BATCH-HEADER-RECORD
           MOVE "Y" TO WS-HEADER-SEEN-SW
           DISPLAY "BATCH HEADER: FILE OF " BCH-FILE-DATE
               " CYCLE " BCH-CYCLE " FROM " BCH-SOURCE.

       CAPTURE-BATCH-TRAILER.
           MOVE TRANSACTION-RECORD TO BATCH-TRAILER-RECORD
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

                   OR PC-EXC-TOL-PERCENT NOT NUMERIC
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD EXCEPTION TOLERANCES"
           END-IF
           IF PC-CYCLE-NUMBER NOT NUMERIC
                   OR PC-CYCLE-NUMBER = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CYCLE NUMBER"
           END-IF.

      * Only a file that does not exist yet (status 35) may be
               STOP RUN
           END-IF.

      * Without the client master no transaction can be proven to
      * belong to a trading client, so the run stops rather than
      * bill blind. An empty master means nobody has been set up -
      * run the client maintenance first.
       OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CLNTMSTR.DAT - STATUS "
                   WS-CLIENT-STATUS
                   " - SET CLIENTS UP WITH run-client-maint.sh"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "NOCLIENT" TO WS-ALERT-CODE
               MOVE "CLIENT MASTER CLNTMSTR.DAT NOT AVAILABLE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A missing recycle file just means REJECT-RECYCLE released
      * nothing last run - not an error.
       PROCESS-RECYCLE-FILE.
               CLOSE RECYCLE-FILE
           END-IF.

      * One record through the full edit path: reject it, park it
      * on the credit-hold suspense, hold it for a future effective
      * date, or process it.
       EDIT-AND-PROCESS.
           PERFORM VALIDATE-TRANSACTION
           IF WS-REJECT-SW = "Y"
               IF WS-DUP-SW = "Y"
                   PERFORM DIVERT-DUPLICATE
               ELSE
                   PERFORM CHECK-CREDIT-HOLD
                   IF WS-CREDIT-HOLD-SW = "Y"
                       WRITE CREDIT-SUSP-OUT-REC
                           FROM TRANSACTION-RECORD
                       ADD 1 TO WS-CREDIT-HELD-COUNT
                       DISPLAY "CREDIT HOLD: " TR-ID
                   ELSE
                       PERFORM CHECK-EFFECTIVE-DATE
                       IF WS-HOLD-SW = "Y"
                           WRITE HOLD-OUT-REC FROM TRANSACTION-RECORD
                           ADD 1 TO WS-HELD-COUNT
                           DISPLAY "HELD UNTIL " TR-EFF-DATE ": "
                               TR-ID
                       ELSE
                           ADD 1 TO WS-VALID-COUNT
                           PERFORM WRITE-BILLABLE-EVENT
                           PERFORM PROCESS-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A client AR-CASH has on hold sends nothing through to the
      * master or the bill until the hold is cleared or released.
       CHECK-CREDIT-HOLD.
           MOVE "N" TO WS-CREDIT-HOLD-SW
           IF WS-CRHOLD-OPEN-SW = "Y"
               MOVE TR-ID(1:3) TO KH-CLIENT
               READ CREDIT-HOLD-FILE
                   NOT INVALID KEY
                       IF KH-STATUS = "H"
                           MOVE "Y" TO WS-CREDIT-HOLD-SW
                       END-IF
               END-READ
           END-IF.

       WRITE-BILLABLE-EVENT.
           MOVE TR-ID(1:3)  TO BE-CLIENT-PREFIX
           MOVE TR-OP-CODE  TO BE-OP-CODE
               CLOSE HOLD-IN-FILE
           END-IF.

      * Release parked records whose client is off credit hold; the
      * rest ride to CRSUSP.NEW for the next run. A missing suspense
      * file just means nobody's work was waiting on credit.
       PROCESS-CREDIT-SUSPENSE.
           OPEN INPUT CREDIT-SUSP-IN-FILE
           IF WS-CRSUSP-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CREDIT-SUSP-IN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CREDIT-SUSP-IN-REC
                               TO TRANSACTION-RECORD
                           ADD 1 TO WS-CREDIT-IN-COUNT
                           PERFORM CHECK-CREDIT-HOLD
                           IF WS-CREDIT-HOLD-SW = "Y"
                               WRITE CREDIT-SUSP-OUT-REC
                                   FROM TRANSACTION-RECORD
                               ADD 1 TO WS-CREDIT-HELD-COUNT
                           ELSE
                               ADD 1 TO WS-INPUT-COUNT
                               ADD 1 TO WS-CREDIT-REL-COUNT
                               DISPLAY "RELEASED FROM CREDIT HOLD: "
                                   TR-ID
                               PERFORM EDIT-AND-PROCESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-SUSP-IN-FILE
           END-IF.

      * No hold file yet just means AR-CASH has never held anyone;
      * any other failure stops the run rather than let a held
      * client's work through unchecked.
       OPEN-CREDIT-HOLD-FILE.
           OPEN INPUT CREDIT-HOLD-FILE
           EVALUATE WS-CRHOLD-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CRHOLD-OPEN-SW
               WHEN "35"
                   MOVE "N" TO WS-CRHOLD-OPEN-SW
                   DISPLAY "NO CREDIT HOLD FILE - NO CLIENTS ON HOLD"
               WHEN OTHER
                   DISPLAY "CANNOT OPEN CRHOLD.DAT - STATUS "
                       WS-CRHOLD-STATUS
                   MOVE "F" TO WS-ALERT-SEVERITY
                   MOVE "CRHOLD" TO WS-ALERT-CODE
                   MOVE "CREDIT HOLD FILE CRHOLD.DAT NOT USABLE"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * One ledger record per business date, replaced in place on a
      * rerun so the month's sum never double-counts a day.
       POST-PERIOD-LEDGER.
           END-IF
           IF WS-PERLEDG-STATUS = "00"
               MOVE WS-RUN-DATE TO PL-DATE
               MOVE PC-CYCLE-NUMBER TO PL-CYCLE
               READ PERIOD-LEDGER-FILE
                   INVALID KEY
                       PERFORM FILL-PERIOD-LEDGER-REC
               END-READ
               CLOSE PERIOD-LEDGER-FILE
               DISPLAY "PERIOD LEDGER POSTED FOR " WS-RUN-DATE
                   " CYCLE " PC-CYCLE-NUMBER
           END-IF.

       FILL-PERIOD-LEDGER-REC.
           MOVE WS-RUN-DATE     TO PL-DATE
           MOVE PC-CYCLE-NUMBER TO PL-CYCLE
           MOVE WS-INPUT-COUNT  TO PL-INPUT
           MOVE WS-VALID-COUNT  TO PL-ACCEPTED
           MOVE WS-REJECT-COUNT TO PL-REJECTED
           MOVE "SIMPLE-CALC"    TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "SIMPLE-CALC"    TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-INPUT-COUNT   TO RL-INPUT-COUNT
           MOVE WS-OUTPUT-COUNT  TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
                       WHEN "P"
                           MOVE PERCENT-RESULT TO MR-PERCENT
                   END-EVALUATE
                   MOVE WS-RUN-DATE TO MR-LAST-ACTIVE
                   MOVE 1 TO MR-TXN-COUNT
                   WRITE MASTER-REC
                   PERFORM AUDIT-NEW-MASTER-RECORD
                   DISPLAY "MASTER: NEW RECORD FOR " TR-ID
               NOT INVALID KEY
                   PERFORM UPDATE-MASTER-FIELD
                   PERFORM RECORD-MASTER-ACTIVITY
           END-READ.

       UPDATE-MASTER-FIELD.
                       MOVE WS-AUDIT-VALUE TO MA-NEW-VALUE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE SUM-RESULT TO MR-SUM
                   ELSE
                       DISPLAY "MASTER: SUM UNCHANGED FOR " TR-ID
                   END-IF
                       MOVE WS-AUDIT-VALUE TO MA-NEW-VALUE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE DIFFERENCE TO MR-DIFFERENCE
                   ELSE
                       DISPLAY "MASTER: DIFFERENCE UNCHANGED FOR " TR-ID
                   END-IF
                       MOVE WS-AUDIT-VALUE TO MA-NEW-VALUE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE PRODUCT TO MR-PRODUCT
                   ELSE
                       DISPLAY "MASTER: PRODUCT UNCHANGED FOR " TR-ID
                   END-IF
                       MOVE WS-AUDIT-VALUE TO MA-NEW-VALUE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE QUOTIENT TO MR-QUOTIENT
                   ELSE
                       DISPLAY "MASTER: QUOTIENT UNCHANGED FOR " TR-ID
                   END-IF
                       MOVE WS-AUDIT-VALUE TO MA-NEW-VALUE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE REMAINDER-RESULT TO MR-REMAINDER
                   ELSE
                       DISPLAY "MASTER: REMAINDER UNCHANGED FOR " TR-ID
                   END-IF
                       MOVE WS-AUDIT-VALUE TO MA-NEW-VALUE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE PERCENT-RESULT TO MR-PERCENT
                   ELSE
                       DISPLAY "MASTER: PERCENT UNCHANGED FOR " TR-ID
                   END-IF
           END-EVALUATE.

      * Every transaction that reaches the master is activity on the
      * ID, whether or not it changed a value, so the record is
      * rewritten once here with the business date and the lifetime
      * count; the field moves above only change the record in
      * storage. DORMANT-SWEEP reads the date to find dead IDs.
       RECORD-MASTER-ACTIVITY.
           MOVE WS-RUN-DATE TO MR-LAST-ACTIVE
           IF MR-TXN-COUNT < 9999999
               ADD 1 TO MR-TXN-COUNT
           END-IF
           REWRITE MASTER-REC.

      * First sight of a key is still an audited change: the WRITE's
      * image records the one field the op seeded, with a literal
      * (NEW) where a before-value would go.
                               MOVE "INVALID EFFECTIVE DATE"
                                   TO RJ-REASON-TEXT
                               MOVE "Y" TO WS-REJECT-SW
                           ELSE
                               PERFORM CHECK-CLIENT-ON-MASTER
                           END-IF
                       END-IF
                   END-IF
               DISPLAY "REJECTED: " RJ-REASON-CODE " " RJ-REASON-TEXT
           END-IF.

      * The TR-ID prefix must name a client on the master, and one
      * whose account is not closed. A suspended client still
      * trades - suspension is a collections matter, not an edit.
       CHECK-CLIENT-ON-MASTER.
           MOVE TR-ID(1:3) TO CM-CLIENT
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "R006" TO RJ-REASON-CODE
                   MOVE "CLIENT NOT ON CLIENT MASTER" TO RJ-REASON-TEXT
                   MOVE "Y" TO WS-REJECT-SW
               NOT INVALID KEY
                   IF CM-STATUS = "C"
                       MOVE "R007" TO RJ-REASON-CODE
                       MOVE "CLIENT ACCOUNT CLOSED" TO RJ-REASON-TEXT
                       MOVE "Y" TO WS-REJECT-SW
                   END-IF
           END-READ.

       PRINT-RECONCILIATION.
           DISPLAY "===== INPUT RECONCILIATION =====".
           DISPLAY "INPUT RECORDS:    " WS-INPUT-COUNT.
           DISPLAY "HELD FOR FUTURE:  " WS-HELD-COUNT.
           DISPLAY "HOLD RECORDS IN:  " WS-HOLD-IN-COUNT.
           DISPLAY "RELEASED FROM HOLD: " WS-RELEASED-COUNT.
           DISPLAY "HELD FOR CREDIT:  " WS-CREDIT-HELD-COUNT.
           DISPLAY "CREDIT SUSPENSE IN:  " WS-CREDIT-IN-COUNT.
           DISPLAY "RELEASED FROM CREDIT HOLD: " WS-CREDIT-REL-COUNT.
           DISPLAY "AUDIT IMAGES WRITTEN: " WS-AUDIT-COUNT.
           DISPLAY "BILLABLE EVENTS:  " WS-BILLED-COUNT.
           DISPLAY "EXCEPTIONS THIS RUN:  " WS-EXC-TOTAL.
