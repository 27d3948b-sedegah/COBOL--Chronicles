       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSTEM-BACKUP.

      * End-of-day consistency-point backup of every master, control,
      * audit and reference file named on the backup catalog
      * BKUPCAT.DAT (see copybooks/BKUPCAT.cpy). The whole set is
      * copied into one sequential image, SYSBKUP.NEW (copybooks/
      * SYSBKUP.cpy), and each file's record count and hash totals
      * are written to the disaster-recovery manifest SYSMANF.NEW
      * (copybooks/SYSMANF.cpy). run-master-backup.sh files the pair
      * as the business date's generation, SYSBKUP.ccyymmdd.DAT and
      * SYSMANF.ccyymmdd.DAT; RESTORE-VERIFY rebuilds any or all of
      * the files from one and proves them against the other.
      *
      * A snapshot is only a consistency point if nothing moved
      * while it was taken and the day it captures was complete, so
      * the backup refuses to start (RC=8, nothing written) unless
      *   - the run-in-progress lock RUNLOCK.DAT is free, and
      *   - EOD-BALANCE has logged an END on RUNLOG.DAT since the
      *     last DAILY-CHAIN start - the day balanced and finished
      * and it holds the lock itself, as SYS-BACKUP, until the last
      * file is copied, so no chain can start underneath it.
      *
      * A required file that is missing, a file that cannot be read,
      * or a record longer than its catalogued length ends RC=8: the
      * generation is incomplete and must not be filed. An optional
      * file that is absent is recorded as absent - that is part of
      * the state being captured.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "../../BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT IMAGE-FILE ASSIGN TO "SYSBKUP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "SYSMANF.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      * Any catalogued sequential file, named from its catalog card.
           SELECT SEQUENTIAL-FILE ASSIGN TO DYNAMIC WS-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

      * The indexed masters, each read in key order. These share
      * one status field - only one is ever open at a time.
           SELECT MASTER-FILE
               ASSIGN TO "../../Session 02/data/CALCMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT AUDIT-MASTER-FILE
               ASSIGN TO "../../Session 02/data/CALCAUDM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT AR-MASTER-FILE
               ASSIGN TO "../../Session 02/data/ARMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT CLIENT-MASTER-FILE
               ASSIGN TO "../../Session 02/data/CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT CREDIT-HOLD-FILE
               ASSIGN TO "../../Session 02/data/CRHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-CLIENT
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT FEED-ARRIVAL-FILE
               ASSIGN TO "../../Session 02/data/FEEDARR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "../../Session 05/data/STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

           SELECT PERIOD-LEDGER-FILE ASSIGN TO "../../PERLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-INDEXED-STATUS.

      * Run-in-progress lock shared with RUN-LOCK - see
      * run-lock.cob for the record.
           SELECT LOCK-FILE ASSIGN TO "../../RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

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
       FD  CATALOG-FILE.
       COPY BKUPCAT.

       FD  IMAGE-FILE.
       01  IMAGE-REC           PIC X(211).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC        PIC X(98).

       FD  SEQUENTIAL-FILE.
       01  SEQUENTIAL-REC      PIC X(200).

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

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  FEED-ARRIVAL-FILE.
       COPY FEEDARR.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  SH-KEY.
               10  SH-STUDENT-ID   PIC X(9).
               10  SH-TERM         PIC X(6).
           05  SH-SECTION      PIC X(3).
           05  SH-SCORE        PIC 9(3).
           05  SH-GRADE        PIC X.

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

       FD  LOCK-FILE.
       01  LOCK-REC.
           05  LK-STATUS       PIC X.
           05  LK-BUSINESS-DATE PIC X(8).
           05  LK-START-STAMP  PIC X(14).
           05  LK-PROCESS      PIC X(15).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-CATALOG-STATUS   PIC XX.
       77  WS-IMAGE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS  PIC XX.
       77  WS-SEQ-STATUS       PIC XX.
       77  WS-INDEXED-STATUS   PIC XX.
       77  WS-LOCK-STATUS      PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-CATALOG-OK-SW    PIC X VALUE "Y".
       77  WS-LOCK-HELD-SW     PIC X VALUE "N".
       77  WS-LOCK-TAKEN-SW    PIC X VALUE "N".
       77  WS-EOD-ENDED-SW     PIC X VALUE "N".
       77  WS-FILE-PRESENT-SW  PIC X VALUE "Y".
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-RUN-DATE         PIC X(8).
       77  WS-TAKEN-AT         PIC X(14).
       77  WS-CHAIN-START      PIC X(14) VALUE SPACES.
       77  WS-SEQ-FILENAME     PIC X(40).
       77  WS-RECORD-IMAGE     PIC X(200).
       77  WS-CX               PIC 9(3) COMP VALUE ZERO.
       77  WS-BX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CHAR-VALUE       PIC 9(3) VALUE ZERO.
       77  WS-FILE-RESULT      PIC X(20).

      * The most files one catalog may name.
       77  WS-CATALOG-MAX      PIC 9(3) VALUE 80.

      * The widest record one catalog card may describe - the
      * width of the image's data area.
       77  WS-IMAGE-WIDTH      PIC 9(3) VALUE 200.

       01  WS-HELD-LOCK.
           05  WS-HELD-DATE    PIC X(8).
           05  WS-HELD-STAMP   PIC X(14).
           05  WS-HELD-PROCESS PIC X(15).

       01  WS-RUN-COUNTS.
           05  WS-FILES-TAKEN      PIC 9(3) VALUE ZERO.
           05  WS-FILES-ABSENT     PIC 9(3) VALUE ZERO.
           05  WS-FILES-FAILED     PIC 9(3) VALUE ZERO.
           05  WS-RECORDS-TAKEN    PIC 9(11) VALUE ZERO.
           05  WS-IMAGE-RECORDS    PIC 9(11) VALUE ZERO.
           05  WS-HASH-TOTAL       PIC 9(18) VALUE ZERO.

      * Totals for the file being copied.
       01  WS-FILE-TOTALS.
           05  WS-FILE-RECORDS     PIC 9(9) VALUE ZERO.
           05  WS-FILE-BYTE-HASH   PIC 9(15) VALUE ZERO.
           05  WS-FILE-WEIGHTED-HASH PIC 9(18) VALUE ZERO.
           05  WS-FILE-LONG-RECORDS PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-FILE.
           05  WS-CUR-FILE-ID      PIC X(8).
           05  WS-CUR-ORGANIZATION PIC X.
           05  WS-CUR-LENGTH       PIC 9(3).
           05  WS-CUR-REQUIRED     PIC X.
           05  WS-CUR-PATH         PIC X(40).

       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CATALOG-ENTRY OCCURS 80 TIMES.
               10  WS-CT-FILE-ID       PIC X(8).
               10  WS-CT-ORGANIZATION  PIC X.
               10  WS-CT-LENGTH        PIC 9(3).
               10  WS-CT-REQUIRED      PIC X.
               10  WS-CT-PATH          PIC X(40).

       COPY SYSBKUP.

       COPY SYSMANF.

       COPY PARMCARD.

       COPY ALERTREC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM CHECK-LOCK-IS-FREE
           PERFORM CHECK-CHAIN-ENDED-CLEAN
           PERFORM LOAD-BACKUP-CATALOG
           PERFORM TAKE-THE-LOCK
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           OPEN OUTPUT IMAGE-FILE
           OPEN OUTPUT MANIFEST-FILE
           PERFORM WRITE-MANIFEST-HEADER
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CATALOG-COUNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM
           PERFORM WRITE-MANIFEST-TRAILER
           CLOSE IMAGE-FILE
           CLOSE MANIFEST-FILE

           PERFORM RELEASE-THE-LOCK
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so an incomplete generation never
      * reads as the night's backup.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-FILES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: " WS-FILES-FAILED
                   " FILE(S) NOT TAKEN - DO NOT FILE THIS GENERATION"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "BKUPFAIL" TO WS-ALERT-CODE
               MOVE "SYSTEM BACKUP INCOMPLETE - NOT FILED"
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

      * A held lock is a chain still running, one that crashed, a
      * backup already under way, or a restore not yet proven -
      * none of them a point to take a snapshot at.
       CHECK-LOCK-IS-FREE.
           MOVE "N" TO WS-LOCK-HELD-SW
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-STATUS = "H"
                           MOVE "Y" TO WS-LOCK-HELD-SW
                           MOVE LK-BUSINESS-DATE TO WS-HELD-DATE
                           MOVE LK-START-STAMP   TO WS-HELD-STAMP
                           MOVE LK-PROCESS       TO WS-HELD-PROCESS
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-HELD-SW = "Y"
               DISPLAY "BACKUP REFUSED - RUN LOCK HELD BY "
                   WS-HELD-PROCESS " SINCE " WS-HELD-STAMP
                   " FOR " WS-HELD-DATE
               MOVE "BKUPLOCK" TO WS-ALERT-CODE
               MOVE "BACKUP REFUSED - RUN LOCK HELD"
                   TO WS-ALERT-TEXT
               PERFORM REFUSE-THE-BACKUP
           END-IF.

      * RUNLOG.DAT is in time order. Every DAILY-CHAIN start resets
      * the search, so only an EOD-BALANCE END logged after the
      * latest start counts - a chain that failed after yesterday's
      * clean end does not pass.
       CHECK-CHAIN-ENDED-CLEAN.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RUN-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-RUN-LOG-EVENT
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           IF WS-CHAIN-START = SPACES OR WS-EOD-ENDED-SW = "N"
               DISPLAY "BACKUP REFUSED - NO CLEAN END OF DAY ON"
                   " RUNLOG.DAT SINCE THE LAST CHAIN START "
                   WS-CHAIN-START
               MOVE "BKUPNEOD" TO WS-ALERT-CODE
               MOVE "BACKUP REFUSED - DAY NOT ENDED CLEAN"
                   TO WS-ALERT-TEXT
               PERFORM REFUSE-THE-BACKUP
           END-IF
           DISPLAY "CHAIN STARTED " WS-CHAIN-START
               " ENDED CLEAN - TAKING THE CONSISTENCY POINT".

       CHECK-RUN-LOG-EVENT.
           IF RL-PROGRAM-ID = "DAILY-CHAIN"
                   AND RL-EVENT-TYPE = "RUN"
               MOVE RL-TIMESTAMP TO WS-CHAIN-START
               MOVE "N" TO WS-EOD-ENDED-SW
           END-IF
           IF RL-PROGRAM-ID = "EOD-BALANCE"
                   AND RL-EVENT-TYPE = "END"
                   AND WS-CHAIN-START NOT = SPACES
               MOVE "Y" TO WS-EOD-ENDED-SW
           END-IF.

       REFUSE-THE-BACKUP.
           MOVE "F" TO WS-ALERT-SEVERITY
           PERFORM WRITE-ALERT-RECORD
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * The whole catalog is checked before the lock is taken or a
      * byte is written; one bad card refuses the run.
       LOAD-BACKUP-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG BKUPCAT.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-CATALOG-CARD
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-CATALOG-COUNT = ZERO
               DISPLAY "BACKUP CATALOG BKUPCAT.DAT IS EMPTY"
               MOVE "N" TO WS-CATALOG-OK-SW
           END-IF
           IF WS-CATALOG-OK-SW = "N"
               DISPLAY "BACKUP CATALOG REJECTED - FIX BKUPCAT.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-CATALOG-CARD.
           IF BC-FILE-ID = SPACES
                   OR (BC-ORGANIZATION NOT = "I"
                       AND BC-ORGANIZATION NOT = "S")
                   OR BC-RECORD-LENGTH NOT NUMERIC
                   OR BC-RECORD-LENGTH = ZERO
                   OR BC-RECORD-LENGTH > WS-IMAGE-WIDTH
                   OR (BC-REQUIRED NOT = "Y" AND BC-REQUIRED NOT = "N")
                   OR BC-PATH = SPACES
               MOVE "N" TO WS-CATALOG-OK-SW
               DISPLAY "CATALOG: BAD CARD '" BACKUP-CATALOG-RECORD "'"
           ELSE
               IF BC-ORGANIZATION = "I"
                   PERFORM CHECK-INDEXED-FILE-ID
               END-IF
               IF WS-CATALOG-COUNT < WS-CATALOG-MAX
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE BC-FILE-ID
                       TO WS-CT-FILE-ID (WS-CATALOG-COUNT)
                   MOVE BC-ORGANIZATION
                       TO WS-CT-ORGANIZATION (WS-CATALOG-COUNT)
                   MOVE BC-RECORD-LENGTH
                       TO WS-CT-LENGTH (WS-CATALOG-COUNT)
                   MOVE BC-REQUIRED
                       TO WS-CT-REQUIRED (WS-CATALOG-COUNT)
                   MOVE BC-PATH TO WS-CT-PATH (WS-CATALOG-COUNT)
               ELSE
                   MOVE "N" TO WS-CATALOG-OK-SW
                   DISPLAY "CATALOG: MORE THAN " WS-CATALOG-MAX
                       " FILES - " BC-FILE-ID " NOT TAKEN"
               END-IF
           END-IF.

      * Only the indexed files this program has a reader for.
       CHECK-INDEXED-FILE-ID.
           EVALUATE BC-FILE-ID
               WHEN "CALCMSTR"
               WHEN "CALCAUDM"
               WHEN "ARMSTR"
               WHEN "CLNTMSTR"
               WHEN "CRHOLD"
               WHEN "FEEDARR"
               WHEN "STUHIST"
               WHEN "PERLEDG"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-CATALOG-OK-SW
                   DISPLAY "CATALOG: NO INDEXED READER FOR "
                       BC-FILE-ID
           END-EVALUATE.

       TAKE-THE-LOCK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TAKEN-AT
           OPEN OUTPUT LOCK-FILE
           MOVE "H"           TO LK-STATUS
           MOVE WS-RUN-DATE   TO LK-BUSINESS-DATE
           MOVE WS-TAKEN-AT   TO LK-START-STAMP
           MOVE "SYS-BACKUP"  TO LK-PROCESS
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           MOVE "Y" TO WS-LOCK-TAKEN-SW.

       RELEASE-THE-LOCK.
           IF WS-LOCK-TAKEN-SW = "Y"
               OPEN OUTPUT LOCK-FILE
               MOVE "R"           TO LK-STATUS
               MOVE WS-RUN-DATE   TO LK-BUSINESS-DATE
               MOVE WS-TAKEN-AT   TO LK-START-STAMP
               MOVE "SYS-BACKUP"  TO LK-PROCESS
               WRITE LOCK-REC
               CLOSE LOCK-FILE
               MOVE "N" TO WS-LOCK-TAKEN-SW
           END-IF.

       WRITE-MANIFEST-HEADER.
           MOVE "HDR"            TO MFH-RECORD-TYPE
           MOVE WS-RUN-DATE      TO MFH-BUSINESS-DATE
           MOVE PC-CYCLE-NUMBER  TO MFH-CYCLE
           MOVE WS-TAKEN-AT      TO MFH-TAKEN-AT
           WRITE MANIFEST-REC FROM MANIFEST-HEADER-RECORD.

       WRITE-MANIFEST-TRAILER.
           MOVE "TRL"            TO MFT-RECORD-TYPE
           MOVE WS-CATALOG-COUNT TO MFT-FILE-COUNT
           MOVE WS-RECORDS-TAKEN TO MFT-RECORD-COUNT
           MOVE WS-HASH-TOTAL    TO MFT-BYTE-HASH
           WRITE MANIFEST-REC FROM MANIFEST-TRAILER-RECORD.

      * HDR, the records, TRL - then the manifest line, which is
      * written whatever happened so the manifest always accounts
      * for every catalogued file.
       BACKUP-ONE-FILE.
           MOVE WS-CATALOG-ENTRY (WS-CX) TO WS-CURRENT-FILE
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-BYTE-HASH
           MOVE ZERO TO WS-FILE-WEIGHTED-HASH
           MOVE ZERO TO WS-FILE-LONG-RECORDS
           MOVE "Y" TO WS-FILE-PRESENT-SW
           MOVE "TAKEN" TO WS-FILE-RESULT
           MOVE "HDR"               TO SBH-RECORD-TYPE
           MOVE WS-CUR-FILE-ID      TO SBH-FILE-ID
           MOVE WS-CUR-ORGANIZATION TO SBH-ORGANIZATION
           MOVE WS-CUR-LENGTH       TO SBH-RECORD-LENGTH
           MOVE WS-CUR-PATH         TO SBH-PATH
           WRITE IMAGE-REC FROM SYSTEM-BACKUP-HEADER
           ADD 1 TO WS-IMAGE-RECORDS
           IF WS-CUR-ORGANIZATION = "I"
               PERFORM UNLOAD-INDEXED-FILE
           ELSE
               PERFORM UNLOAD-SEQUENTIAL-FILE
           END-IF
           IF WS-FILE-LONG-RECORDS > ZERO
               MOVE "FAILED - LONG RECORDS" TO WS-FILE-RESULT
           END-IF
           IF WS-FILE-PRESENT-SW = "N"
               IF WS-CUR-REQUIRED = "Y"
                   MOVE "FAILED - MISSING" TO WS-FILE-RESULT
               ELSE
                   MOVE "ABSENT" TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-ABSENT
               END-IF
           END-IF
           IF WS-FILE-RESULT(1:6) = "FAILED"
               ADD 1 TO WS-FILES-FAILED
           ELSE
               ADD 1 TO WS-FILES-TAKEN
           END-IF
           MOVE "TRL"                 TO SBT-RECORD-TYPE
           MOVE WS-CUR-FILE-ID        TO SBT-FILE-ID
           MOVE WS-FILE-RECORDS       TO SBT-RECORD-COUNT
           MOVE WS-FILE-BYTE-HASH     TO SBT-BYTE-HASH
           MOVE WS-FILE-WEIGHTED-HASH TO SBT-WEIGHTED-HASH
           WRITE IMAGE-REC FROM SYSTEM-BACKUP-TRAILER
           ADD 1 TO WS-IMAGE-RECORDS
           PERFORM WRITE-MANIFEST-FILE-LINE
           ADD WS-FILE-RECORDS   TO WS-RECORDS-TAKEN
           ADD WS-FILE-BYTE-HASH TO WS-HASH-TOTAL
           DISPLAY "  " WS-CUR-FILE-ID " " WS-CUR-ORGANIZATION
               " RECORDS " WS-FILE-RECORDS
               " HASH " WS-FILE-BYTE-HASH "/" WS-FILE-WEIGHTED-HASH
               " " WS-FILE-RESULT.

       WRITE-MANIFEST-FILE-LINE.
           MOVE "FIL"                 TO MFF-RECORD-TYPE
           MOVE WS-CUR-FILE-ID        TO MFF-FILE-ID
           MOVE WS-CUR-ORGANIZATION   TO MFF-ORGANIZATION
           MOVE WS-CUR-LENGTH         TO MFF-RECORD-LENGTH
           MOVE WS-FILE-PRESENT-SW    TO MFF-PRESENT
           MOVE WS-FILE-RECORDS       TO MFF-RECORD-COUNT
           MOVE WS-FILE-BYTE-HASH     TO MFF-BYTE-HASH
           MOVE WS-FILE-WEIGHTED-HASH TO MFF-WEIGHTED-HASH
           MOVE WS-CUR-PATH           TO MFF-PATH
           WRITE MANIFEST-REC FROM MANIFEST-FILE-RECORD.

      * Status 35 is a file that does not exist; anything else
      * that stops the open is a file that cannot be trusted.
       UNLOAD-SEQUENTIAL-FILE.
           MOVE WS-CUR-PATH TO WS-SEQ-FILENAME
           OPEN INPUT SEQUENTIAL-FILE
           EVALUATE WS-SEQ-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ SEQUENTIAL-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE SEQUENTIAL-REC TO WS-RECORD-IMAGE
                               PERFORM TAKE-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SEQUENTIAL-FILE
               WHEN "35"
                   MOVE "N" TO WS-FILE-PRESENT-SW
               WHEN OTHER
                   MOVE "FAILED - STATUS " TO WS-FILE-RESULT
                   MOVE WS-SEQ-STATUS TO WS-FILE-RESULT(17:2)
           END-EVALUATE.

       UNLOAD-INDEXED-FILE.
           PERFORM OPEN-INDEXED-FILE
           EVALUATE WS-INDEXED-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM START-INDEXED-FILE
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       PERFORM READ-NEXT-INDEXED
                       IF WS-EOF-SWITCH = "N"
                           PERFORM TAKE-ONE-RECORD
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-INDEXED-FILE
               WHEN "35"
                   MOVE "N" TO WS-FILE-PRESENT-SW
               WHEN OTHER
                   MOVE "FAILED - STATUS " TO WS-FILE-RESULT
                   MOVE WS-INDEXED-STATUS TO WS-FILE-RESULT(17:2)
           END-EVALUATE.

       OPEN-INDEXED-FILE.
           EVALUATE WS-CUR-FILE-ID
               WHEN "CALCMSTR"
                   OPEN INPUT MASTER-FILE
               WHEN "CALCAUDM"
                   OPEN INPUT AUDIT-MASTER-FILE
               WHEN "ARMSTR"
                   OPEN INPUT AR-MASTER-FILE
               WHEN "CLNTMSTR"
                   OPEN INPUT CLIENT-MASTER-FILE
               WHEN "CRHOLD"
                   OPEN INPUT CREDIT-HOLD-FILE
               WHEN "FEEDARR"
                   OPEN INPUT FEED-ARRIVAL-FILE
               WHEN "STUHIST"
                   OPEN INPUT HISTORY-FILE
               WHEN "PERLEDG"
                   OPEN INPUT PERIOD-LEDGER-FILE
           END-EVALUATE.

      * Positioned on the lowest key; an empty file is simply at
      * its end.
       START-INDEXED-FILE.
           EVALUATE WS-CUR-FILE-ID
               WHEN "CALCMSTR"
                   MOVE LOW-VALUES TO MR-ID
                   START MASTER-FILE KEY NOT < MR-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "CALCAUDM"
                   MOVE LOW-VALUES TO AM-KEY
                   START AUDIT-MASTER-FILE KEY NOT < AM-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "ARMSTR"
                   MOVE LOW-VALUES TO AR-KEY
                   START AR-MASTER-FILE KEY NOT < AR-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "CLNTMSTR"
                   MOVE LOW-VALUES TO CM-CLIENT
                   START CLIENT-MASTER-FILE KEY NOT < CM-CLIENT
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "CRHOLD"
                   MOVE LOW-VALUES TO KH-CLIENT
                   START CREDIT-HOLD-FILE KEY NOT < KH-CLIENT
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "FEEDARR"
                   MOVE LOW-VALUES TO FA-KEY
                   START FEED-ARRIVAL-FILE KEY NOT < FA-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "STUHIST"
                   MOVE LOW-VALUES TO SH-KEY
                   START HISTORY-FILE KEY NOT < SH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
               WHEN "PERLEDG"
                   MOVE LOW-VALUES TO PL-KEY
                   START PERIOD-LEDGER-FILE KEY NOT < PL-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
           END-EVALUATE.

       READ-NEXT-INDEXED.
           EVALUATE WS-CUR-FILE-ID
               WHEN "CALCMSTR"
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MASTER-REC TO WS-RECORD-IMAGE
                   END-READ
               WHEN "CALCAUDM"
                   READ AUDIT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AUDIT-MASTER-REC TO WS-RECORD-IMAGE
                   END-READ
               WHEN "ARMSTR"
                   READ AR-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AR-MASTER-REC TO WS-RECORD-IMAGE
                   END-READ
               WHEN "CLNTMSTR"
                   READ CLIENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CLIENT-MASTER-RECORD
                               TO WS-RECORD-IMAGE
                   END-READ
               WHEN "CRHOLD"
                   READ CREDIT-HOLD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CREDIT-HOLD-RECORD TO WS-RECORD-IMAGE
                   END-READ
               WHEN "FEEDARR"
                   READ FEED-ARRIVAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE FEED-ARRIVAL-RECORD
                               TO WS-RECORD-IMAGE
                   END-READ
               WHEN "STUHIST"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HISTORY-REC TO WS-RECORD-IMAGE
                   END-READ
               WHEN "PERLEDG"
                   READ PERIOD-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PERIOD-LEDGER-REC TO WS-RECORD-IMAGE
                   END-READ
           END-EVALUATE.

       CLOSE-INDEXED-FILE.
           EVALUATE WS-CUR-FILE-ID
               WHEN "CALCMSTR"
                   CLOSE MASTER-FILE
               WHEN "CALCAUDM"
                   CLOSE AUDIT-MASTER-FILE
               WHEN "ARMSTR"
                   CLOSE AR-MASTER-FILE
               WHEN "CLNTMSTR"
                   CLOSE CLIENT-MASTER-FILE
               WHEN "CRHOLD"
                   CLOSE CREDIT-HOLD-FILE
               WHEN "FEEDARR"
                   CLOSE FEED-ARRIVAL-FILE
               WHEN "STUHIST"
                   CLOSE HISTORY-FILE
               WHEN "PERLEDG"
                   CLOSE PERIOD-LEDGER-FILE
           END-EVALUATE.

      * Data past the catalogued length would be lost on a restore,
      * so it fails the file instead of being cut off.
       TAKE-ONE-RECORD.
           IF WS-CUR-LENGTH < WS-IMAGE-WIDTH
               IF WS-RECORD-IMAGE(WS-CUR-LENGTH + 1:) NOT = SPACES
                   ADD 1 TO WS-FILE-LONG-RECORDS
               END-IF
           END-IF
           ADD 1 TO WS-FILE-RECORDS
           PERFORM HASH-RECORD-IMAGE
           MOVE "DTL"           TO SBD-RECORD-TYPE
           MOVE WS-CUR-FILE-ID  TO SBD-FILE-ID
           MOVE WS-RECORD-IMAGE TO SBD-IMAGE
           WRITE IMAGE-REC FROM SYSTEM-BACKUP-DETAIL
           ADD 1 TO WS-IMAGE-RECORDS.

      * The byte hash and the column-weighted hash over the
      * catalogued length - see copybooks/SYSBKUP.cpy.
       HASH-RECORD-IMAGE.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-CUR-LENGTH
               COMPUTE WS-CHAR-VALUE
                   = FUNCTION ORD (WS-RECORD-IMAGE (WS-BX:1))
               ADD WS-CHAR-VALUE TO WS-FILE-BYTE-HASH
               COMPUTE WS-FILE-WEIGHTED-HASH
                   = WS-FILE-WEIGHTED-HASH + WS-CHAR-VALUE * WS-BX
           END-PERFORM.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "SYSTEM-BACKUP"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "SYSTEM-BACKUP"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-RECORDS-TAKEN TO RL-INPUT-COUNT
           MOVE WS-IMAGE-RECORDS TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "SYSTEM-BACKUP"    TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

       PRINT-RECONCILIATION.
           DISPLAY "===== SYSTEM BACKUP SUMMARY =====".
           DISPLAY "BUSINESS DATE:          " WS-RUN-DATE.
           DISPLAY "FILES CATALOGUED:       " WS-CATALOG-COUNT.
           DISPLAY "FILES TAKEN:            " WS-FILES-TAKEN.
           DISPLAY "  ABSENT (RECORDED):    " WS-FILES-ABSENT.
           DISPLAY "FILES FAILED:           " WS-FILES-FAILED.
           DISPLAY "RECORDS TAKEN:          " WS-RECORDS-TAKEN.
           DISPLAY "IMAGE RECORDS WRITTEN:  " WS-IMAGE-RECORDS.
           DISPLAY "BYTE HASH TOTAL:        " WS-HASH-TOTAL.
