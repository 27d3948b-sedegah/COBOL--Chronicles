      * the backup's date and at or before the requested cutoff
      * (RECOVREQ.DAT, a CCYYMMDDHHMMSS timestamp; blank means all)
      * is applied to its record's field, and everything else is
      * counted as skipped. A DELETED image (DORMANT-SWEEP or a
      * MASTER-MAINT D card) removes the record again. The rebuilt
      * record count must equal the backup trailer's count plus the
      * new TR-IDs the replay created, less the IDs it deleted, or
      * the step ends RC=8 and the rebuilt master must not be
      * trusted. Backups are taken after the chain ends, so
      * images dated the backup day itself are on the backup already
      * and are skipped as too old. AUDIT-REORG always leaves each
      * field's newest image live, so recovery to the CURRENT state
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy. Only the cycle number is taken
      * from it here, to stamp on the run-log events.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           05  MR-QUOTIENT     PIC 9(8).
           05  MR-REMAINDER    PIC 9(8).
           05  MR-PERCENT      PIC 9(8).
           05  MR-LAST-ACTIVE  PIC X(8).
           05  MR-TXN-COUNT    PIC 9(7).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-REC PIC X(70).
       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-MASTER-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-TRAILER-SEEN-SW  PIC X VALUE "N".
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-CUTOFF-STAMP     PIC X(14) VALUE "99991231235959".
           05  WS-TOO-OLD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-PAST-CUT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NEW-ID-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DELETED-ID-COUNT PIC 9(7) VALUE ZERO.
           05  WS-FINAL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EXPECTED-COUNT   PIC 9(7) VALUE ZERO.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

      * A generation taken before the master carried remainder and
      * percent has 42-byte images - the new fields read as spaces
      * and are seeded to zero, exactly as MASTER-CONVERT seeds the
      * live file. One taken before the activity fields has 58-byte
      * images: the ID is taken as last active on the backup date,
      * so a reload never makes an ID look dormant, and its
      * transaction count starts from zero.
       RELOAD-DETAIL-RECORD.
           MOVE BD-MASTER-IMAGE TO MASTER-REC
           IF MR-REMAINDER NOT NUMERIC
           IF MR-PERCENT NOT NUMERIC
               MOVE ZERO TO MR-PERCENT
           END-IF
           IF MR-LAST-ACTIVE NOT NUMERIC
               MOVE BH-BACKUP-DATE TO MR-LAST-ACTIVE
           END-IF
           IF MR-TXN-COUNT NOT NUMERIC
               MOVE ZERO TO MR-TXN-COUNT
           END-IF
           WRITE MASTER-REC
               INVALID KEY
                   MOVE "N" TO WS-BALANCE-SW
           END-EVALUATE.

       APPLY-ONE-IMAGE.
           IF MA-FIELD-NAME = "DELETED"
               PERFORM APPLY-DELETE-IMAGE
           ELSE
               PERFORM APPLY-VALUE-IMAGE
           END-IF.

       APPLY-VALUE-IMAGE.
           MOVE MA-TR-ID TO MR-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO MR-SUM MR-DIFFERENCE MR-PRODUCT
                       MR-QUOTIENT MR-REMAINDER MR-PERCENT
                       MR-TXN-COUNT
                   MOVE MA-RUN-DATE TO MR-LAST-ACTIVE
                   PERFORM SET-FIELD-FROM-IMAGE
                   PERFORM SET-ACTIVITY-FROM-IMAGE
                   WRITE MASTER-REC
                   ADD 1 TO WS-NEW-ID-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
               NOT INVALID KEY
                   PERFORM SET-FIELD-FROM-IMAGE
                   PERFORM SET-ACTIVITY-FROM-IMAGE
                   REWRITE MASTER-REC
                   ADD 1 TO WS-APPLIED-COUNT
           END-READ.

      * A delete after the backup takes the record off again; one
      * already gone (created and deleted inside the replay window
      * and not re-created since) has nothing left to remove.
       APPLY-DELETE-IMAGE.
           MOVE MA-TR-ID TO MR-ID
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
               NOT INVALID KEY
                   DELETE MASTER-FILE
                   ADD 1 TO WS-DELETED-ID-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
           END-READ.

      * The images carry the business date of the run that wrote
      * them, so the newest one applied is the ID's last activity.
      * The count can only be a floor: a transaction that left its
      * value unchanged wrote no image to replay.
       SET-ACTIVITY-FROM-IMAGE.
           IF MR-LAST-ACTIVE NOT NUMERIC
                   OR MA-RUN-DATE > MR-LAST-ACTIVE
               MOVE MA-RUN-DATE TO MR-LAST-ACTIVE
           END-IF
           IF MR-TXN-COUNT < 9999999
               ADD 1 TO MR-TXN-COUNT
           END-IF.

       SET-FIELD-FROM-IMAGE.
           MOVE MA-NEW-VALUE TO WS-IMAGE-VALUE
           EVALUATE MA-FIELD-NAME
           END-EVALUATE.

      * The proof: backup trailer count plus the new TR-IDs the
      * replay created, less the ones it deleted, must equal what is
      * actually on the rebuilt master, record for record.
       PROVE-FINAL-COUNT.
           COMPUTE WS-EXPECTED-COUNT
               = BT-RECORD-COUNT + WS-NEW-ID-COUNT
                   - WS-DELETED-ID-COUNT
           OPEN INPUT MASTER-FILE
           MOVE LOW-VALUES TO MR-ID
           START MASTER-FILE KEY NOT < MR-ID
           MOVE "NEW TR-IDS FROM THE REPLAY    " TO RL-TEXT
           MOVE WS-NEW-ID-COUNT TO RL-COUNT
           WRITE RECOVERY-REPORT-REC FROM RECOVERY-LINE
           MOVE "TR-IDS DELETED BY THE REPLAY  " TO RL-TEXT
           MOVE WS-DELETED-ID-COUNT TO RL-COUNT
           WRITE RECOVERY-REPORT-REC FROM RECOVERY-LINE
           MOVE "REBUILT MASTER RECORD COUNT   " TO RL-TEXT
           MOVE WS-FINAL-COUNT TO RL-COUNT
           WRITE RECOVERY-REPORT-REC FROM RECOVERY-LINE
           MOVE "EXPECTED (BACKUP + NEW - DEL) " TO RL-TEXT
           MOVE WS-EXPECTED-COUNT TO RL-COUNT
           WRITE RECOVERY-REPORT-REC FROM RECOVERY-LINE
           CLOSE RECOVERY-REPORT-FILE.
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

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
           MOVE "MASTER-RECOVER" TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "MASTER-RECOVER" TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-IMAGE-COUNT   TO RL-INPUT-COUNT
           MOVE WS-FINAL-COUNT   TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
