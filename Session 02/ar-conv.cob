       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CONVERT.

      * One-time conversion of the open-invoice master from the
      * original 40-byte invoice record to the 97-byte record of
      * copybooks/ARMSTR.cpy: the key gains the student ID, and the
      * credit and debit memo totals, last adjustment date, account
      * type, term billed and withdrawal refund total are added. The
      * live file cannot be opened under the new layout (a
      * record-length mismatch raises file status 39), so
      * run-ar-convert.sh renames it to ARMSTR.OLD first; this
      * program walks the old-format records in key order, writes
      * each one back to a fresh ARMSTR.DAT as a client account with
      * no memos, student, term or refund against it, and proves
      * records out equals records in before the script retires the
      * old file. The same pattern MASTER-CONVERT used for the
      * calculator master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AR-MASTER-FILE ASSIGN TO "ARMSTR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO "ARMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARMSTR-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy. Only the cycle number is taken
      * from it here, to stamp on the run-log events.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AR-MASTER-FILE.
       01  OLD-AR-MASTER-REC.
           05  OA-KEY.
               10  OA-CLIENT       PIC X(3).
               10  OA-PERIOD       PIC X(6).
           05  OA-INV-AMOUNT   PIC 9(9)V99.
           05  OA-PAID-AMOUNT  PIC 9(9)V99.
           05  OA-BILL-DATE    PIC X(8).
           05  OA-STATUS       PIC X.

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-OLD-STATUS       PIC XX.
       77  WS-ARMSTR-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-BALANCE-SW       PIC X VALUE "Y".

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-AR-MASTER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "NO OLD-FORMAT MASTER - ARMSTR.OLD NOT"
                   " READABLE, STATUS " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AR-MASTER-FILE
           IF WS-ARMSTR-STATUS NOT = "00"
               DISPLAY "CANNOT BUILD NEW ARMSTR.DAT - STATUS "
                   WS-ARMSTR-STATUS
               CLOSE OLD-AR-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           MOVE LOW-VALUES TO OA-KEY
           START OLD-AR-MASTER-FILE KEY NOT < OA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
                   DISPLAY "OLD MASTER IS EMPTY"
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ OLD-AR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "READ " WS-READ-COUNT " BUT WROTE "
                   WS-WRITTEN-COUNT
                   " - DO NOT RETIRE THE OLD MASTER"
           END-IF

           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a short conversion is never
      * recorded as complete.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE OLD-AR-MASTER-FILE
           CLOSE AR-MASTER-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: CONVERSION DID NOT BALANCE"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * No memo was ever keyed before the memo totals existed, and
      * every receivable on file before student accounts existed is
      * a calculator client's, so every converted invoice is a client
      * account with no memo, student, term or refund against it.
       CONVERT-ONE-RECORD.
           MOVE OA-CLIENT      TO AR-CLIENT
           MOVE OA-PERIOD      TO AR-PERIOD
           MOVE SPACES         TO AR-STUDENT-ID
           MOVE OA-INV-AMOUNT  TO AR-INV-AMOUNT
           MOVE OA-PAID-AMOUNT TO AR-PAID-AMOUNT
           MOVE OA-BILL-DATE   TO AR-BILL-DATE
           MOVE OA-STATUS      TO AR-STATUS
           MOVE ZERO           TO AR-CREDIT-AMOUNT
           MOVE ZERO           TO AR-DEBIT-AMOUNT
           MOVE SPACES         TO AR-LAST-ADJ-DATE
           MOVE "C"            TO AR-ACCT-TYPE
           MOVE SPACES         TO AR-TERM
           MOVE ZERO           TO AR-REFUND-AMOUNT
           WRITE AR-MASTER-REC
               INVALID KEY
                   MOVE "N" TO WS-BALANCE-SW
                   DISPLAY "DUPLICATE OR OUT-OF-ORDER KEY " AR-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      * This step does not otherwise run off the parameter card,
      * so a missing card or one with no cycle number keyed is
      * not an error here - the run is simply cycle 1.
       READ-CYCLE-NUMBER.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-REC(26:1) NUMERIC
                               AND PARM-REC(26:1) NOT = "0"
                           MOVE PARM-REC(26:1) TO WS-RUN-CYCLE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "AR-CONVERT"     TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "AR-CONVERT"     TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-READ-COUNT    TO RL-INPUT-COUNT
           MOVE WS-WRITTEN-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== OPEN-INVOICE MASTER CONVERSION =====".
           DISPLAY "OLD RECORDS READ:   " WS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " WS-WRITTEN-COUNT.
