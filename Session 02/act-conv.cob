       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVITY-CONV.

      * One-time conversion of the calculator master to the record
      * that carries each ID's last-activity business date and its
      * lifetime transaction count, which DORMANT-SWEEP needs to
      * tell a dead ID from a quiet one. As with MASTER-CONVERT, the
      * live file cannot be opened under the new layout (file status
      * 39), so run-activity-convert.sh renames it to CALCMSTR.OLD
      * first; this program walks the old-format records in key
      * order and writes each one back to a fresh CALCMSTR.DAT.
      * The new fields are seeded from the audit master: the last
      * activity is the run date of the ID's newest image, and the
      * count is the number of images still live - a floor, since a
      * posting that changed nothing wrote no image and AUDIT-REORG
      * has retired older ones. An ID with no image at all is taken
      * as active on the business date, so the first sweep after
      * the conversion never deletes on a guess. Records out must
      * equal records in before the script retires the old file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "CALCMSTR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "CALCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-MASTER-FILE ASSIGN TO "CALCAUDM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy. The business date seeds the IDs with
      * no audit history and the cycle number stamps the run-log
      * events; a missing card falls back to the system date.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-REC.
           05  OM-ID           PIC X(9).
           05  OM-SUM          PIC 9(8).
           05  OM-DIFFERENCE   PIC S9(8) SIGN IS LEADING SEPARATE.
           05  OM-PRODUCT      PIC 9(8).
           05  OM-QUOTIENT     PIC 9(8).
           05  OM-REMAINDER    PIC 9(8).
           05  OM-PERCENT      PIC 9(8).

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

       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-REC.
           05  AM-KEY.
               10  AM-TR-ID        PIC X(9).
               10  AM-TIMESTAMP    PIC X(14).
               10  AM-FIELD-NAME   PIC X(10).
               10  AM-SEQ          PIC 99.
           05  AM-OLD-VALUE    PIC X(9).
           05  AM-NEW-VALUE    PIC X(9).
           05  AM-RUN-DATE     PIC X(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-AUDIT-EOF-SW     PIC X VALUE "N".
       77  WS-AUDIT-OPEN-SW    PIC X VALUE "N".
       77  WS-OLD-STATUS       PIC XX.
       77  WS-MASTER-STATUS    PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-BALANCE-SW       PIC X VALUE "Y".

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-FROM-AUDIT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NO-AUDIT-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "NO OLD-FORMAT MASTER - CALCMSTR.OLD NOT"
                   " READABLE, STATUS " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CANNOT BUILD NEW CALCMSTR.DAT - STATUS "
                   WS-MASTER-STATUS
               CLOSE OLD-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-OPEN-SW
           ELSE
               DISPLAY "NO AUDIT MASTER - EVERY ID SEEDED FROM THE"
                   " BUSINESS DATE"
           END-IF
           PERFORM READ-PARM-DATE-AND-CYCLE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           MOVE LOW-VALUES TO OM-ID
           START OLD-MASTER-FILE KEY NOT < OM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
                   DISPLAY "OLD MASTER IS EMPTY"
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ OLD-MASTER-FILE NEXT RECORD
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

           CLOSE OLD-MASTER-FILE
           CLOSE MASTER-FILE
           IF WS-AUDIT-OPEN-SW = "Y"
               CLOSE AUDIT-MASTER-FILE
           END-IF
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
           MOVE OM-ID         TO MR-ID
           MOVE OM-SUM        TO MR-SUM
           MOVE OM-DIFFERENCE TO MR-DIFFERENCE
           MOVE OM-PRODUCT    TO MR-PRODUCT
           MOVE OM-QUOTIENT   TO MR-QUOTIENT
           MOVE OM-REMAINDER  TO MR-REMAINDER
           MOVE OM-PERCENT    TO MR-PERCENT
           MOVE SPACES        TO MR-LAST-ACTIVE
           MOVE ZERO          TO MR-TXN-COUNT
           IF WS-AUDIT-OPEN-SW = "Y"
               PERFORM SEED-FROM-AUDIT-CHAIN
           END-IF
           IF MR-LAST-ACTIVE = SPACES
               MOVE WS-RUN-DATE TO MR-LAST-ACTIVE
               ADD 1 TO WS-NO-AUDIT-COUNT
           ELSE
               ADD 1 TO WS-FROM-AUDIT-COUNT
           END-IF
           WRITE MASTER-REC
               INVALID KEY
                   MOVE "N" TO WS-BALANCE-SW
                   DISPLAY "DUPLICATE OR OUT-OF-ORDER KEY " MR-ID
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      * The audit key leads with the TR-ID, so the ID's whole chain
      * is one short walk from a START at the ID.
       SEED-FROM-AUDIT-CHAIN.
           MOVE LOW-VALUES TO AM-KEY
           MOVE OM-ID      TO AM-TR-ID
           MOVE "N" TO WS-AUDIT-EOF-SW
           START AUDIT-MASTER-FILE KEY NOT < AM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AUDIT-EOF-SW
           END-START
           PERFORM UNTIL WS-AUDIT-EOF-SW = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-SW
                   NOT AT END
                       IF AM-TR-ID NOT = OM-ID
                           MOVE "Y" TO WS-AUDIT-EOF-SW
                       ELSE
                           PERFORM TAKE-AUDIT-IMAGE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-AUDIT-IMAGE.
           IF MR-LAST-ACTIVE = SPACES
                   OR AM-RUN-DATE > MR-LAST-ACTIVE
               MOVE AM-RUN-DATE TO MR-LAST-ACTIVE
           END-IF
           IF MR-TXN-COUNT < 9999999
               ADD 1 TO MR-TXN-COUNT
           END-IF.

      * This step does not otherwise run off the parameter card,
      * so a missing card or one with no cycle number keyed is
      * not an error here - the run is simply cycle 1, dated today.
       READ-PARM-DATE-AND-CYCLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-REC(1:8) NUMERIC
                           MOVE PARM-REC(1:8) TO WS-RUN-DATE
                       END-IF
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
           MOVE "ACTIVITY-CONV"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "ACTIVITY-CONV"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-READ-COUNT    TO RL-INPUT-COUNT
           MOVE WS-WRITTEN-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== ACTIVITY CONVERSION =====".
           DISPLAY "OLD RECORDS READ:    " WS-READ-COUNT.
           DISPLAY "NEW RECORDS WRITTEN: " WS-WRITTEN-COUNT.
           DISPLAY "SEEDED FROM AUDIT:   " WS-FROM-AUDIT-COUNT.
           DISPLAY "SEEDED BUSINESS DATE: " WS-NO-AUDIT-COUNT.
