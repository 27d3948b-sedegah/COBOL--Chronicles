       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-RELEASE.

      * Supervisor override of a client credit hold, so a client
      * with a payment promised can trade again before the cash
      * lands. Each CRRLSE.DAT card (copybooks/CRRLSE.cpy) names
      * the client prefix, the last business date the release
      * stands, the authorizer and the reason. An accepted card
      * marks the client released on CRHOLD.DAT through that date
      * - SIMPLE-CALCULATOR lets the client's work through from the
      * next cycle, including what is parked in the credit-hold
      * suspense - and is imaged to CRHAUDIT.DAT as OVRREL. When the
      * date has passed, the next AR-CASH aging holds the client
      * again if the account is still overdue. A card for a client
      * not on hold, or missing its authorizer, reason or a usable
      * date, goes to CRRLSREJ.DAT and the step ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FILE ASSIGN TO "CRRLSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "CRHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-CLIENT
               FILE STATUS IS WS-CRHOLD-STATUS.

           SELECT RELEASE-REJECT-FILE ASSIGN TO "CRRLSREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-AUDIT-FILE ASSIGN TO "CRHAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRHAUD-STATUS.

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
       FD  RELEASE-FILE.
       01  RELEASE-REC         PIC X(49).

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  RELEASE-REJECT-FILE.
       01  RELEASE-REJECT-REC  PIC X(80).

       FD  CREDIT-AUDIT-FILE.
       01  CREDIT-AUDIT-REC    PIC X(84).

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
       77  WS-RELEASE-STATUS   PIC XX.
       77  WS-CRHOLD-STATUS    PIC XX.
       77  WS-CRHAUD-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-CARD-OK-SW       PIC X VALUE "Y".

       01  WS-RUN-COUNTS.
           05  WS-CARD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.

       COPY CRRLSE.

       COPY CRHAUD.

       COPY PARMCARD.

       COPY ALERTREC.

       01  RELEASE-REJECT-LINE.
           05  RR-CARD         PIC X(49).
           05  FILLER          PIC X     VALUE SPACE.
           05  RR-REASON       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "NO RELEASE CARDS - CRRLSE.DAT MISSING"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CREDIT-HOLD
           PERFORM OPEN-CREDIT-AUDIT
           OPEN OUTPUT RELEASE-REJECT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RELEASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM PROCESS-RELEASE-CARD
               END-READ
           END-PERFORM

           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE
           PERFORM WRITE-RUN-LOG-END

           CLOSE RELEASE-FILE
           CLOSE CREDIT-HOLD-FILE
           CLOSE CREDIT-AUDIT-FILE
           CLOSE RELEASE-REJECT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE 4: " WS-REJECT-COUNT
                   " RELEASE CARD(S) REJECTED - SEE CRRLSREJ.DAT"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "CRRLSREJ" TO WS-ALERT-CODE
               MOVE "RELEASE CARDS REJECTED - SEE CRRLSREJ.DAT"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
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

      * Only AR-CASH puts clients on hold - with no hold master there
      * is nobody to release.
       OPEN-CREDIT-HOLD.
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRHOLD-STATUS NOT = "00"
               DISPLAY "NO CREDIT-HOLD MASTER - RUN AR-CASH FIRST"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "CRHOLD" TO WS-ALERT-CODE
               MOVE "CREDIT-HOLD MASTER NOT USABLE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               CLOSE RELEASE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CREDIT-AUDIT.
           OPEN EXTEND CREDIT-AUDIT-FILE
           IF WS-CRHAUD-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-AUDIT-FILE
           END-IF.

      * Card edits first, then the hold itself: a release names who
      * let the client through, why, and for how long.
       PROCESS-RELEASE-CARD.
           MOVE RELEASE-REC TO CREDIT-RELEASE-RECORD
           MOVE "Y" TO WS-CARD-OK-SW
           IF KR-CLIENT = SPACES
               MOVE "CLIENT PREFIX REQUIRED" TO RR-REASON
               MOVE "N" TO WS-CARD-OK-SW
           ELSE
               IF KR-RELEASE-UNTIL NOT NUMERIC
                       OR KR-RELEASE-UNTIL(5:2) < "01"
                       OR KR-RELEASE-UNTIL(5:2) > "12"
                       OR KR-RELEASE-UNTIL(7:2) < "01"
                       OR KR-RELEASE-UNTIL(7:2) > "31"
                   MOVE "RELEASE-UNTIL DATE INVALID" TO RR-REASON
                   MOVE "N" TO WS-CARD-OK-SW
               ELSE
                   IF KR-RELEASE-UNTIL < WS-RUN-DATE
                       MOVE "RELEASE-UNTIL DATE HAS PASSED"
                           TO RR-REASON
                       MOVE "N" TO WS-CARD-OK-SW
                   ELSE
                       IF KR-AUTHORIZER = SPACES
                           MOVE "AUTHORIZER REQUIRED" TO RR-REASON
                           MOVE "N" TO WS-CARD-OK-SW
                       ELSE
                           IF KR-REASON = SPACES
                               MOVE "REASON REQUIRED" TO RR-REASON
                               MOVE "N" TO WS-CARD-OK-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM WRITE-RELEASE-REJECT
           ELSE
               MOVE KR-CLIENT TO KH-CLIENT
               READ CREDIT-HOLD-FILE
                   INVALID KEY
                       MOVE "CLIENT NOT ON CREDIT HOLD" TO RR-REASON
                       PERFORM WRITE-RELEASE-REJECT
                   NOT INVALID KEY
                       PERFORM APPLY-RELEASE
               END-READ
           END-IF.

       APPLY-RELEASE.
           IF KH-STATUS NOT = "H"
               MOVE "CLIENT NOT ON CREDIT HOLD" TO RR-REASON
               PERFORM WRITE-RELEASE-REJECT
           ELSE
               MOVE "R"              TO KH-STATUS
               MOVE WS-RUN-DATE      TO KH-RELEASE-DATE
               MOVE KR-AUTHORIZER    TO KH-RELEASED-BY
               MOVE KR-RELEASE-UNTIL TO KH-OVERRIDE-UNTIL
               MOVE KR-REASON        TO KH-REASON
               REWRITE CREDIT-HOLD-RECORD
                   INVALID KEY
                       MOVE "HOLD REWRITE FAILED" TO RR-REASON
                       PERFORM WRITE-RELEASE-REJECT
                   NOT INVALID KEY
                       PERFORM WRITE-CREDIT-AUDIT
                       ADD 1 TO WS-RELEASED-COUNT
                       DISPLAY "RELEASED CLIENT " KH-CLIENT " BY "
                           KH-RELEASED-BY " THROUGH "
                           KH-OVERRIDE-UNTIL
               END-REWRITE
           END-IF.

       WRITE-RELEASE-REJECT.
           MOVE RELEASE-REC TO RR-CARD
           WRITE RELEASE-REJECT-REC FROM RELEASE-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "RELEASE REJECTED: " KR-CLIENT " " RR-REASON.

       WRITE-CREDIT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO KA-TIMESTAMP
           MOVE WS-RUN-DATE       TO KA-RUN-DATE
           MOVE KH-CLIENT         TO KA-CLIENT
           MOVE "OVRREL"          TO KA-ACTION
           MOVE KH-RELEASED-BY    TO KA-BY
           MOVE KH-OLDEST-PERIODS TO KA-OLDEST-PERIODS
           MOVE KH-BALANCE        TO KA-BALANCE
           MOVE KH-REASON         TO KA-REASON
           WRITE CREDIT-AUDIT-REC FROM CREDIT-HOLD-AUDIT-RECORD.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "CREDIT-RELEASE" TO AL-STEP
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
           MOVE "CREDIT-RELEASE" TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "CREDIT-RELEASE" TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-CARD-COUNT    TO RL-INPUT-COUNT
           MOVE WS-RELEASED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== CREDIT-HOLD RELEASES =====".
           DISPLAY "RELEASE CARDS READ: " WS-CARD-COUNT.
           DISPLAY "CLIENTS RELEASED:   " WS-RELEASED-COUNT.
           DISPLAY "CARDS REJECTED:     " WS-REJECT-COUNT.
