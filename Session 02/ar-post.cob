           05  IN-BILL-DATE    PIC X(8).

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  RUN-LOG-FILE.
       COPY RUNLOG.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
           05  WS-POSTED-TOTAL     PIC 9(11)V99 VALUE ZERO.

       01  WS-WORK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  WS-CHARGED-AMOUNT   PIC S9(10)V99 VALUE ZERO.

      * The month's invoice lines rolled up to one receivable per
      * client prefix before any master record is touched.
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

      * Only a file that does not exist yet (status 35) may be

      * First posting of the period writes the open invoice; a
      * repost rewrites the billed amount but keeps the cash already
      * applied and any memos AR-ADJUST posted, so a corrected
      * billing rerun settles cleanly.
       POST-OPEN-INVOICES.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               MOVE WS-CL-PREFIX (WS-CX) TO AR-CLIENT
               MOVE WS-PERIOD            TO AR-PERIOD
               MOVE SPACES               TO AR-STUDENT-ID
               READ AR-MASTER-FILE
                   INVALID KEY
                       MOVE WS-CL-AMOUNT (WS-CX) TO AR-INV-AMOUNT
                       MOVE ZERO                 TO AR-PAID-AMOUNT
                       MOVE WS-RUN-DATE          TO AR-BILL-DATE
                       MOVE "O"                  TO AR-STATUS
                       MOVE ZERO                 TO AR-CREDIT-AMOUNT
                       MOVE ZERO                 TO AR-DEBIT-AMOUNT
                       MOVE SPACES               TO AR-LAST-ADJ-DATE
                       MOVE "C"                  TO AR-ACCT-TYPE
                       MOVE SPACES               TO AR-TERM
                       MOVE ZERO                 TO AR-REFUND-AMOUNT
                       WRITE AR-MASTER-REC
                       ADD 1 TO WS-NEW-INV-COUNT
                   NOT INVALID KEY
                       MOVE WS-CL-AMOUNT (WS-CX) TO AR-INV-AMOUNT
                       MOVE WS-RUN-DATE          TO AR-BILL-DATE
                       COMPUTE WS-CHARGED-AMOUNT
                           = AR-INV-AMOUNT + AR-DEBIT-AMOUNT
                           - AR-CREDIT-AMOUNT
                       IF AR-PAID-AMOUNT >= WS-CHARGED-AMOUNT
                           MOVE "P" TO AR-STATUS
                       ELSE
                           MOVE "O" TO AR-STATUS
           MOVE "AR-POST"        TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "AR-POST"        TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-LINE-COUNT    TO RL-INPUT-COUNT
           MOVE WS-POSTED-COUNT  TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
