       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ADJUST.

      * Credit and debit memo adjustments against the open-invoice
      * master ARMSTR.DAT, so a disputed bill is settled with a memo
      * card instead of editing BILLEVT.DAT and reposting the whole
      * period. Each ARMEMO.DAT card (copybooks/ARMEMO.cpy) names
      * the client prefix and period of the invoice, the amount, C
      * for credit or D for debit, a reason code and the authorizer.
      * An applied memo is added to the invoice's credit or debit
      * total, imaged to the ARADJAUD.DAT audit trail with the
      * balance before and after, and posted to ARADJGL.NEW in the
      * GL-POST interface layout: a credit memo reverses revenue
      * (debit 4000-REV, credit 1200-AR), a debit memo adds to it
      * (debit 1200-AR, credit 4000-REV). A memo against a period
      * not on file, a credit bigger than the open balance, or a
      * card missing its reason or authorizer goes to ARMEMREJ.DAT
      * and the step ends RC=4. run-ar-adjust.sh ships the ledger
      * file only on a clean, balanced end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMO-FILE ASSIGN TO "ARMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO "ARMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARMSTR-STATUS.

           SELECT MEMO-REJECT-FILE ASSIGN TO "ARMEMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUST-AUDIT-FILE ASSIGN TO "ARADJAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "ARADJGL.NEW"
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
       FD  MEMO-FILE.
       01  MEMO-REC            PIC X(43).

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  MEMO-REJECT-FILE.
       01  MEMO-REJECT-REC     PIC X(74).

       FD  ADJUST-AUDIT-FILE.
       01  ADJUST-AUDIT-REC    PIC X(90).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC      PIC X(34).

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
       77  WS-MEMO-STATUS      PIC XX.
       77  WS-ARMSTR-STATUS    PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-MEMO-OK-SW       PIC X VALUE "Y".
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-OLD-BALANCE      PIC S9(10)V99 VALUE ZERO.
       77  WS-NEW-BALANCE      PIC S9(10)V99 VALUE ZERO.
       77  WS-WORK-CENTS       PIC 9(11) VALUE ZERO.

      * The shop's chart accounts the ledger interface posts to.
       77  WS-AR-ACCOUNT       PIC X(8) VALUE "1200-AR ".
       77  WS-REV-ACCOUNT      PIC X(8) VALUE "4000-REV".

       01  WS-RUN-COUNTS.
           05  WS-MEMO-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DEBIT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-MEMO-TOTAL PIC 9(11)V99 VALUE ZERO.
           05  WS-DEBIT-MEMO-TOTAL PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05  WS-HASH-CENTS       PIC 9(13) VALUE ZERO.

       COPY ARMEMO.

       COPY ARADJAUD.

       COPY GLPOST.

       COPY PARMCARD.

       COPY ALERTREC.

       01  MEMO-REJECT-LINE.
           05  MR-MEMO         PIC X(43).
           05  FILLER          PIC X     VALUE SPACE.
           05  MR-REASON       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-STATUS NOT = "00"
               DISPLAY "NO MEMO CARDS - ARMEMO.DAT MISSING"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-AR-MASTER
           PERFORM OPEN-ADJUST-AUDIT
           OPEN OUTPUT MEMO-REJECT-FILE
           OPEN OUTPUT GL-POSTING-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           PERFORM WRITE-GL-HEADER

           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ MEMO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-MEMO-COUNT
                       PERFORM PROCESS-MEMO
               END-READ
           END-PERFORM

           PERFORM WRITE-GL-TRAILER
           PERFORM CHECK-POSTING-BALANCE
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so an unbalanced ledger file is never
      * recorded as shipped.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE MEMO-FILE
           CLOSE AR-MASTER-FILE
           CLOSE ADJUST-AUDIT-FILE
           CLOSE MEMO-REJECT-FILE
           CLOSE GL-POSTING-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: MEMO POSTING OUT OF BALANCE"
                   " - DO NOT SHIP ARADJGL.NEW"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "ADJBAL" TO WS-ALERT-CODE
               MOVE "MEMO GL POSTING OUT OF BALANCE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-REJECT-COUNT
                       " MEMO(S) REJECTED - SEE ARMEMREJ.DAT"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "ADJREJ" TO WS-ALERT-CODE
                   MOVE "MEMO CARDS REJECTED - SEE ARMEMREJ.DAT"
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

      * Memos only ever adjust invoices AR-POST has already put on
      * file - there is nothing to create here.
       OPEN-AR-MASTER.
           OPEN I-O AR-MASTER-FILE
           IF WS-ARMSTR-STATUS NOT = "00"
               DISPLAY "NO OPEN-INVOICE MASTER - RUN AR-POST FIRST"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "ARMSTR" TO WS-ALERT-CODE
               MOVE "OPEN-INVOICE MASTER NOT USABLE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               CLOSE MEMO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ADJUST-AUDIT.
           OPEN EXTEND ADJUST-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ADJUST-AUDIT-FILE
           END-IF.

      * Card edits first, then the invoice itself: a memo is applied
      * whole or not at all.
       PROCESS-MEMO.
           MOVE MEMO-REC TO MEMO-RECORD
           MOVE "Y" TO WS-MEMO-OK-SW
           IF ME-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO MR-REASON
               MOVE "N" TO WS-MEMO-OK-SW
           ELSE
               IF ME-AMOUNT = ZERO
                   MOVE "AMOUNT IS ZERO" TO MR-REASON
                   MOVE "N" TO WS-MEMO-OK-SW
               ELSE
                   IF ME-TYPE NOT = "C" AND ME-TYPE NOT = "D"
                       MOVE "MEMO TYPE MUST BE C OR D" TO MR-REASON
                       MOVE "N" TO WS-MEMO-OK-SW
                   ELSE
                       IF ME-REASON-CODE = SPACES
                           MOVE "REASON CODE REQUIRED" TO MR-REASON
                           MOVE "N" TO WS-MEMO-OK-SW
                       ELSE
                           IF ME-AUTHORIZER = SPACES
                               MOVE "AUTHORIZER REQUIRED"
                                   TO MR-REASON
                               MOVE "N" TO WS-MEMO-OK-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MEMO-OK-SW = "N"
               PERFORM WRITE-MEMO-REJECT
           ELSE
               MOVE ME-CLIENT TO AR-CLIENT
               MOVE ME-PERIOD TO AR-PERIOD
               MOVE SPACES    TO AR-STUDENT-ID
               READ AR-MASTER-FILE
                   INVALID KEY
                       MOVE "NO INVOICE ON FILE FOR PERIOD"
                           TO MR-REASON
                       PERFORM WRITE-MEMO-REJECT
                   NOT INVALID KEY
                       PERFORM APPLY-MEMO-TO-INVOICE
               END-READ
           END-IF.

      * A credit may take the balance to zero but never below it -
      * money owed back to a client is a refund, not a memo.
       APPLY-MEMO-TO-INVOICE.
           COMPUTE WS-OLD-BALANCE
               = AR-INV-AMOUNT + AR-DEBIT-AMOUNT
               - AR-CREDIT-AMOUNT - AR-PAID-AMOUNT
           IF ME-TYPE = "C" AND ME-AMOUNT > WS-OLD-BALANCE
               MOVE "CREDIT EXCEEDS OPEN BALANCE" TO MR-REASON
               PERFORM WRITE-MEMO-REJECT
           ELSE
               IF ME-TYPE = "C"
                   ADD ME-AMOUNT TO AR-CREDIT-AMOUNT
                   COMPUTE WS-NEW-BALANCE
                       = WS-OLD-BALANCE - ME-AMOUNT
               ELSE
                   ADD ME-AMOUNT TO AR-DEBIT-AMOUNT
                   COMPUTE WS-NEW-BALANCE
                       = WS-OLD-BALANCE + ME-AMOUNT
               END-IF
               IF WS-NEW-BALANCE > ZERO
                   MOVE "O" TO AR-STATUS
               ELSE
                   MOVE "P" TO AR-STATUS
               END-IF
               MOVE WS-RUN-DATE TO AR-LAST-ADJ-DATE
               REWRITE AR-MASTER-REC
                   INVALID KEY
                       MOVE "INVOICE REWRITE FAILED" TO MR-REASON
                       PERFORM WRITE-MEMO-REJECT
                   NOT INVALID KEY
                       PERFORM WRITE-ADJUST-AUDIT
                       PERFORM WRITE-MEMO-GL-ENTRIES
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "APPLIED " ME-TYPE " MEMO " ME-REFERENCE
                           " TO " AR-CLIENT " PERIOD " AR-PERIOD
               END-REWRITE
           END-IF.

       WRITE-MEMO-REJECT.
           MOVE MEMO-REC TO MR-MEMO
           WRITE MEMO-REJECT-REC FROM MEMO-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "MEMO REJECTED: " ME-CLIENT " " ME-PERIOD " "
               MR-REASON.

       WRITE-ADJUST-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AA-TIMESTAMP
           MOVE WS-RUN-DATE    TO AA-RUN-DATE
           MOVE MEMO-REC       TO AA-MEMO
           MOVE WS-OLD-BALANCE TO AA-OLD-BALANCE
           MOVE WS-NEW-BALANCE TO AA-NEW-BALANCE
           MOVE AR-STATUS      TO AA-NEW-STATUS
           WRITE ADJUST-AUDIT-REC FROM AR-ADJUST-AUDIT-RECORD.

       WRITE-GL-HEADER.
           MOVE "HDR"          TO GLH-RECORD-TYPE
           MOVE WS-RUN-DATE    TO GLH-FILE-DATE
           MOVE "ARADJUST"     TO GLH-SOURCE
           WRITE GL-POSTING-REC FROM GL-HEADER-RECORD.

      * One balanced pair per memo. A credit memo takes back revenue
      * already recognized; a debit memo recognizes more.
       WRITE-MEMO-GL-ENTRIES.
           MOVE "DTL"          TO GL-RECORD-TYPE
           MOVE ME-CLIENT      TO GL-CLIENT
           MOVE ME-AMOUNT      TO GL-AMOUNT
           MOVE WS-RUN-DATE    TO GL-POST-DATE
           MOVE "D"            TO GL-DR-CR
           IF ME-TYPE = "C"
               MOVE WS-REV-ACCOUNT TO GL-ACCOUNT
               ADD 1 TO WS-CREDIT-COUNT
               ADD ME-AMOUNT TO WS-CREDIT-MEMO-TOTAL
           ELSE
               MOVE WS-AR-ACCOUNT  TO GL-ACCOUNT
               ADD 1 TO WS-DEBIT-COUNT
               ADD ME-AMOUNT TO WS-DEBIT-MEMO-TOTAL
           END-IF
           WRITE GL-POSTING-REC FROM GL-POSTING-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD ME-AMOUNT TO WS-GL-DEBIT-TOTAL
           PERFORM ADD-AMOUNT-TO-HASH
           MOVE "C"            TO GL-DR-CR
           IF ME-TYPE = "C"
               MOVE WS-AR-ACCOUNT  TO GL-ACCOUNT
           ELSE
               MOVE WS-REV-ACCOUNT TO GL-ACCOUNT
           END-IF
           WRITE GL-POSTING-REC FROM GL-POSTING-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD ME-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM ADD-AMOUNT-TO-HASH.

       ADD-AMOUNT-TO-HASH.
           COMPUTE WS-WORK-CENTS = ME-AMOUNT * 100
           ADD WS-WORK-CENTS TO WS-HASH-CENTS.

       WRITE-GL-TRAILER.
           MOVE "TRL"            TO GLT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT  TO GLT-RECORD-COUNT
           MOVE WS-HASH-CENTS    TO GLT-HASH-CENTS
           WRITE GL-POSTING-REC FROM GL-TRAILER-RECORD.

      * Debits must equal credits, and both must equal the memos
      * actually applied - either failure and nothing ships.
       CHECK-POSTING-BALANCE.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "MEMO POSTING: DEBITS " WS-GL-DEBIT-TOTAL
                   " DO NOT EQUAL CREDITS " WS-GL-CREDIT-TOTAL
           END-IF
           IF WS-GL-DEBIT-TOTAL NOT =
                   WS-CREDIT-MEMO-TOTAL + WS-DEBIT-MEMO-TOTAL
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "MEMO POSTING: DEBITS " WS-GL-DEBIT-TOTAL
                   " DO NOT EQUAL MEMOS APPLIED"
           END-IF.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "AR-ADJUST" TO AL-STEP
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
           MOVE "AR-ADJUST"      TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "AR-ADJUST"      TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-MEMO-COUNT    TO RL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== MEMO ADJUSTMENTS =====".
           DISPLAY "MEMO CARDS READ:    " WS-MEMO-COUNT.
           DISPLAY "MEMOS APPLIED:      " WS-APPLIED-COUNT.
           DISPLAY "  CREDIT MEMOS:     " WS-CREDIT-COUNT.
           DISPLAY "  CREDIT AMOUNT:    " WS-CREDIT-MEMO-TOTAL.
           DISPLAY "  DEBIT MEMOS:      " WS-DEBIT-COUNT.
           DISPLAY "  DEBIT AMOUNT:     " WS-DEBIT-MEMO-TOTAL.
           DISPLAY "MEMOS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "GL RECORDS WRITTEN: " WS-DETAIL-COUNT.
           DISPLAY "GL DEBITS:          " WS-GL-DEBIT-TOTAL.
           DISPLAY "GL CREDITS:         " WS-GL-CREDIT-TOTAL.
