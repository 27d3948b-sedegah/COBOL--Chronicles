       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CONVERT.

      * One-time conversion of the period ledger PERLEDG.DAT to the
      * record keyed by business date and processing cycle. The live
      * file cannot be opened under the new layout (a record-length
      * mismatch raises file status 39), so run-ledger-convert.sh
      * renames it to PERLEDG.OLD first; this program walks the
      * old-format records in date order, writes each one back to a
      * fresh PERLEDG.DAT as cycle 1 of its date - every day posted
      * before cycles existed was a single run - and proves records
      * out equals records in before the script retires the old
      * file. The same pattern MASTER-CONVERT used for the
      * calculator master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE ASSIGN TO "../../PERLEDG.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-DATE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PERIOD-LEDGER-FILE ASSIGN TO "../../PERLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PERLEDG-STATUS.

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
       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-REC.
           05  OL-DATE         PIC X(8).
           05  OL-INPUT        PIC 9(7).
           05  OL-ACCEPTED     PIC 9(7).
           05  OL-REJECTED     PIC 9(7).
           05  OL-HELD         PIC 9(7).
           05  OL-BILLED       PIC 9(7).

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

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-OLD-STATUS       PIC XX.
       77  WS-PERLEDG-STATUS   PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-BALANCE-SW       PIC X VALUE "Y".

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-LEDGER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "NO OLD-FORMAT LEDGER - PERLEDG.OLD NOT"
                   " READABLE, STATUS " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PERIOD-LEDGER-FILE
           IF WS-PERLEDG-STATUS NOT = "00"
               DISPLAY "CANNOT BUILD NEW PERLEDG.DAT - STATUS "
                   WS-PERLEDG-STATUS
               CLOSE OLD-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           MOVE LOW-VALUES TO OL-DATE
           START OLD-LEDGER-FILE KEY NOT < OL-DATE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
                   DISPLAY "OLD LEDGER IS EMPTY"
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ OLD-LEDGER-FILE NEXT RECORD
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
                   " - DO NOT RETIRE THE OLD LEDGER"
           END-IF

           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a short conversion is never
      * recorded as complete.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE OLD-LEDGER-FILE
           CLOSE PERIOD-LEDGER-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: CONVERSION DID NOT BALANCE"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       CONVERT-ONE-RECORD.
           MOVE OL-DATE       TO PL-DATE
           MOVE 1             TO PL-CYCLE
           MOVE OL-INPUT      TO PL-INPUT
           MOVE OL-ACCEPTED   TO PL-ACCEPTED
           MOVE OL-REJECTED   TO PL-REJECTED
           MOVE OL-HELD       TO PL-HELD
           MOVE OL-BILLED     TO PL-BILLED
           WRITE PERIOD-LEDGER-REC
               INVALID KEY
                   MOVE "N" TO WS-BALANCE-SW
                   DISPLAY "DUPLICATE OR OUT-OF-ORDER KEY " PL-DATE
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
           MOVE "LEDGER-CONVERT" TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "LEDGER-CONVERT" TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-READ-COUNT    TO RL-INPUT-COUNT
           MOVE WS-WRITTEN-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== LEDGER CONVERSION =====".
           DISPLAY "OLD RECORDS READ:   " WS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " WS-WRITTEN-COUNT.
