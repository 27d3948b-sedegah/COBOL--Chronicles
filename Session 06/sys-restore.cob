       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-VERIFY.

      * Disaster-recovery restore and proof for the consistency-point
      * backups SYSTEM-BACKUP takes at the end of each clean day.
      * Driven by a request card in DRREQ.DAT naming a function, the
      * backup generation (its business date, ccyymmdd) and one file
      * id from the catalog, or blank / ALL for every file:
      *   R  restore - rebuild the chosen files from SYSBKUP.ccyymmdd
      *      .DAT, balancing each against its image trailer and the
      *      manifest SYSMANF.ccyymmdd.DAT as it is written. Files the
      *      manifest records as absent are listed in DRABSENT.LST
      *      for run-dr-restore.sh to remove. The restore takes the
      *      run-in-progress lock as DR-RESTORE and leaves it held:
      *      the chain may not run again on restored files until they
      *      have been proven
      *   V  verify - recount and rehash the live files and prove
      *      every count and hash against the manifest, and that
      *      every file absent at backup time is absent now. A verify
      *      that proves the same generation and files the restore
      *      rebuilt (DRSCOPE.DAT) releases the DR-RESTORE lock
      *   P  prove - check the image itself against the manifest
      *      before a restore is trusted to it; touches no live file
      * Any mismatch is RC=8 and, after a restore, the lock stays
      * held. RUN-LOCK refuses to enqueue the chain meanwhile and
      * says why.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "DRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      * The generation's image and manifest, named from the request.
           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      * What the last restore rebuilt - the scope a verify must
      * cover before it may release the lock.
           SELECT SCOPE-FILE ASSIGN TO "DRSCOPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

      * Files absent at backup time, for the script to remove.
           SELECT ABSENT-FILE ASSIGN TO "DRABSENT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENT-STATUS.

      * Any catalogued sequential file, named from the manifest.
           SELECT SEQUENTIAL-FILE ASSIGN TO DYNAMIC WS-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

      * The indexed masters, rebuilt in key order from the image or
      * read back in key order to be proven. These share one status
      * field - only one is ever open at a time.
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

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  DQ-FUNCTION     PIC X.
           05  DQ-GENERATION   PIC X(8).
           05  DQ-FILE-ID      PIC X(8).

       FD  IMAGE-FILE.
       01  IMAGE-REC           PIC X(211).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC        PIC X(98).

       FD  SCOPE-FILE.
       01  SCOPE-REC.
           05  DS-GENERATION   PIC X(8).
           05  DS-FILE-ID      PIC X(8).

       FD  ABSENT-FILE.
       01  ABSENT-REC          PIC X(40).

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

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-IMAGE-EOF-SW     PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-IMAGE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS  PIC XX.
       77  WS-SCOPE-STATUS     PIC XX.
       77  WS-ABSENT-STATUS    PIC XX.
       77  WS-SEQ-STATUS       PIC XX.
       77  WS-INDEXED-STATUS   PIC XX.
       77  WS-LOCK-STATUS      PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-MANIFEST-OK-SW   PIC X VALUE "Y".
       77  WS-LOCK-HELD-SW     PIC X VALUE "N".
       77  WS-IN-FILE-SW       PIC X VALUE "N".
       77  WS-WRITING-SW       PIC X VALUE "N".
       77  WS-FILE-PRESENT-SW  PIC X VALUE "Y".
       77  WS-GATE-RELEASED-SW PIC X VALUE "N".
       77  WS-SCOPE-SHORT-SW   PIC X VALUE "N".
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
      * The generation's business date and cycle stand for the run
      * in its alerts and run-log events - the parameter card is one
      * of the files a restore may be rebuilding.
       77  WS-RUN-DATE         PIC X(8).
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-FUNCTION         PIC X.
       77  WS-GENERATION       PIC X(8).
       77  WS-SELECT-ID        PIC X(8).
       77  WS-IMAGE-FILENAME   PIC X(40).
       77  WS-MANIFEST-FILENAME PIC X(40).
       77  WS-SEQ-FILENAME     PIC X(40).
       77  WS-RECORD-IMAGE     PIC X(200).
       77  WS-MX               PIC 9(3) COMP VALUE ZERO.
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-BX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CHAR-VALUE       PIC 9(3) VALUE ZERO.
       77  WS-FILE-RESULT      PIC X(24).

      * The most files one manifest may list - the catalog limit
      * SYSTEM-BACKUP enforces.
       77  WS-MANIFEST-MAX     PIC 9(3) VALUE 80.

       01  WS-HELD-LOCK.
           05  WS-HELD-DATE    PIC X(8).
           05  WS-HELD-STAMP   PIC X(14).
           05  WS-HELD-PROCESS PIC X(15).

       01  WS-RUN-COUNTS.
           05  WS-FILES-SELECTED   PIC 9(3) VALUE ZERO.
           05  WS-FILES-PROVEN     PIC 9(3) VALUE ZERO.
           05  WS-FILES-ABSENT     PIC 9(3) VALUE ZERO.
           05  WS-FILES-FAILED     PIC 9(3) VALUE ZERO.
           05  WS-IMAGE-FAULTS     PIC 9(5) VALUE ZERO.
           05  WS-IMAGE-RECORDS    PIC 9(11) VALUE ZERO.
           05  WS-RECORDS-PROVEN   PIC 9(11) VALUE ZERO.
           05  WS-RECORDS-WRITTEN  PIC 9(11) VALUE ZERO.

      * Manifest totals added up as the FIL records are loaded,
      * proven against its own trailer.
       01  WS-MANIFEST-TOTALS.
           05  WS-MANIFEST-FILES   PIC 9(3) VALUE ZERO.
           05  WS-MANIFEST-RECORDS PIC 9(11) VALUE ZERO.
           05  WS-MANIFEST-HASH    PIC 9(18) VALUE ZERO.
           05  WS-MANIFEST-TRL-SW  PIC X VALUE "N".

      * Totals for the file being restored or proven.
       01  WS-FILE-TOTALS.
           05  WS-FILE-RECORDS     PIC 9(9) VALUE ZERO.
           05  WS-FILE-BYTE-HASH   PIC 9(15) VALUE ZERO.
           05  WS-FILE-WEIGHTED-HASH PIC 9(18) VALUE ZERO.
           05  WS-FILE-WRITE-FAULTS PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-FILE.
           05  WS-CUR-FILE-ID      PIC X(8).
           05  WS-CUR-ORGANIZATION PIC X.
           05  WS-CUR-LENGTH       PIC 9(3).
           05  WS-CUR-PRESENT      PIC X.
           05  WS-CUR-RECORDS      PIC 9(9).
           05  WS-CUR-BYTE-HASH    PIC 9(15).
           05  WS-CUR-WEIGHTED-HASH PIC 9(18).
           05  WS-CUR-PATH         PIC X(40).
           05  WS-CUR-SELECTED     PIC X.
           05  WS-CUR-SEEN         PIC X.

       01  WS-MANIFEST-TABLE.
           05  WS-MANIFEST-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-MANIFEST-ENTRY OCCURS 80 TIMES.
               10  WS-MT-FILE-ID       PIC X(8).
               10  WS-MT-ORGANIZATION  PIC X.
               10  WS-MT-LENGTH        PIC 9(3).
               10  WS-MT-PRESENT       PIC X.
               10  WS-MT-RECORDS       PIC 9(9).
               10  WS-MT-BYTE-HASH     PIC 9(15).
               10  WS-MT-WEIGHTED-HASH PIC 9(18).
               10  WS-MT-PATH          PIC X(40).
               10  WS-MT-SELECTED      PIC X.
               10  WS-MT-SEEN          PIC X.

       COPY SYSBKUP.

       COPY SYSMANF.

       COPY ALERTREC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-REQUEST-CARD
           MOVE WS-GENERATION TO WS-RUN-DATE
           PERFORM LOAD-MANIFEST
           PERFORM SELECT-MANIFEST-FILES
           IF WS-FUNCTION NOT = "P"
               PERFORM CHECK-THE-LOCK
           END-IF
           IF WS-FUNCTION NOT = "V"
               PERFORM OPEN-BACKUP-IMAGE
           END-IF
           IF WS-FUNCTION = "R"
               PERFORM TAKE-THE-LOCK
               PERFORM WRITE-RESTORE-SCOPE
           END-IF
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           EVALUATE WS-FUNCTION
               WHEN "R"
                   PERFORM READ-BACKUP-IMAGE
                   PERFORM WRITE-ABSENT-LIST
               WHEN "P"
                   PERFORM READ-BACKUP-IMAGE
               WHEN "V"
                   PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > WS-MANIFEST-COUNT
                       IF WS-MT-SELECTED (WS-MX) = "Y"
                           PERFORM VERIFY-ONE-FILE
                       END-IF
                   END-PERFORM
                   PERFORM OPEN-THE-GATE
           END-EVALUATE

           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a restore that did not balance
      * never reads as done.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-FILES-FAILED > ZERO
                       OR WS-IMAGE-FAULTS > ZERO
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 8: " WS-FILES-FAILED
                       " FILE(S) NOT PROVEN, " WS-IMAGE-FAULTS
                       " IMAGE FAULT(S)"
                   MOVE "F" TO WS-ALERT-SEVERITY
                   MOVE "DRFAIL" TO WS-ALERT-CODE
                   MOVE "RESTORE/VERIFY FAILED - FILES NOT PROVEN"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
                   IF WS-FUNCTION = "R"
                       DISPLAY "LOCK STAYS HELD BY DR-RESTORE - THE"
                           " CHAIN MAY NOT RUN ON THESE FILES"
                   END-IF
               WHEN WS-FUNCTION = "R"
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "RESTORED FROM " WS-GENERATION
                       " - VERIFY THE LIVE FILES TO RELEASE THE LOCK"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "DRPEND" TO WS-ALERT-CODE
                   MOVE "FILES RESTORED - VERIFY NOT YET RUN"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-SCOPE-SHORT-SW = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO RESTORE REQUEST - DRREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REQUEST-FILE
               AT END
                   DISPLAY "RESTORE REQUEST CARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DQ-FUNCTION   TO WS-FUNCTION
                   MOVE DQ-GENERATION TO WS-GENERATION
                   MOVE DQ-FILE-ID    TO WS-SELECT-ID
           END-READ
           CLOSE REQUEST-FILE
           IF WS-SELECT-ID = SPACES
               MOVE "ALL" TO WS-SELECT-ID
           END-IF
           IF (WS-FUNCTION NOT = "R" AND WS-FUNCTION NOT = "V"
                   AND WS-FUNCTION NOT = "P")
                   OR WS-GENERATION NOT NUMERIC
                   OR WS-GENERATION(5:2) < "01"
                   OR WS-GENERATION(5:2) > "12"
                   OR WS-GENERATION(7:2) < "01"
                   OR WS-GENERATION(7:2) > "31"
               DISPLAY "BAD RESTORE REQUEST: FUNCTION '" WS-FUNCTION
                   "' GENERATION '" WS-GENERATION
                   "' - USE R, V OR P AND A CCYYMMDD GENERATION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-IMAGE-FILENAME
           STRING "SYSBKUP." WS-GENERATION ".DAT"
               DELIMITED BY SIZE INTO WS-IMAGE-FILENAME
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING "SYSMANF." WS-GENERATION ".DAT"
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           DISPLAY "RESTORE-VERIFY FUNCTION " WS-FUNCTION
               " GENERATION " WS-GENERATION " FILES " WS-SELECT-ID.

      * The manifest must be whole before anything is trusted to
      * it: one header for this generation, and a trailer whose
      * file count, record count and byte-hash total agree with
      * the FIL records above it.
       LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "NO MANIFEST " WS-MANIFEST-FILENAME
                   " - NO SUCH GENERATION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ MANIFEST-FILE
               AT END
                   MOVE "N" TO WS-MANIFEST-OK-SW
               NOT AT END
                   MOVE MANIFEST-REC TO MANIFEST-HEADER-RECORD
                   IF MFH-RECORD-TYPE NOT = "HDR"
                           OR MFH-BUSINESS-DATE NOT = WS-GENERATION
                       MOVE "N" TO WS-MANIFEST-OK-SW
                   ELSE
                       DISPLAY "MANIFEST FOR " MFH-BUSINESS-DATE
                           " CYCLE " MFH-CYCLE
                           " TAKEN " MFH-TAKEN-AT
                       IF MFH-CYCLE NUMERIC AND MFH-CYCLE NOT = "0"
                           MOVE MFH-CYCLE TO WS-RUN-CYCLE
                       END-IF
                   END-IF
           END-READ
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   OR WS-MANIFEST-OK-SW = "N"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-MANIFEST-TRL-SW = "N"
                   OR MFT-FILE-COUNT NOT = WS-MANIFEST-FILES
                   OR MFT-RECORD-COUNT NOT = WS-MANIFEST-RECORDS
                   OR MFT-BYTE-HASH NOT = WS-MANIFEST-HASH
               MOVE "N" TO WS-MANIFEST-OK-SW
           END-IF
           IF WS-MANIFEST-OK-SW = "N"
               DISPLAY "MANIFEST " WS-MANIFEST-FILENAME
                   " IS DAMAGED OR INCOMPLETE - NOTHING DONE"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "DRMANF" TO WS-ALERT-CODE
               MOVE "DR MANIFEST DAMAGED - NOTHING RESTORED"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-MANIFEST-LINE.
           EVALUATE MANIFEST-REC(1:3)
               WHEN "FIL"
                   IF WS-MANIFEST-TRL-SW = "Y"
                           OR WS-MANIFEST-COUNT NOT < WS-MANIFEST-MAX
                       MOVE "N" TO WS-MANIFEST-OK-SW
                   ELSE
                       MOVE MANIFEST-REC TO MANIFEST-FILE-RECORD
                       ADD 1 TO WS-MANIFEST-COUNT
                       MOVE WS-MANIFEST-COUNT TO WS-MX
                       MOVE MFF-FILE-ID TO WS-MT-FILE-ID (WS-MX)
                       MOVE MFF-ORGANIZATION
                           TO WS-MT-ORGANIZATION (WS-MX)
                       MOVE MFF-RECORD-LENGTH TO WS-MT-LENGTH (WS-MX)
                       MOVE MFF-PRESENT TO WS-MT-PRESENT (WS-MX)
                       MOVE MFF-RECORD-COUNT TO WS-MT-RECORDS (WS-MX)
                       MOVE MFF-BYTE-HASH TO WS-MT-BYTE-HASH (WS-MX)
                       MOVE MFF-WEIGHTED-HASH
                           TO WS-MT-WEIGHTED-HASH (WS-MX)
                       MOVE MFF-PATH TO WS-MT-PATH (WS-MX)
                       MOVE "N" TO WS-MT-SELECTED (WS-MX)
                       MOVE "N" TO WS-MT-SEEN (WS-MX)
                       ADD 1 TO WS-MANIFEST-FILES
                       ADD MFF-RECORD-COUNT TO WS-MANIFEST-RECORDS
                       ADD MFF-BYTE-HASH TO WS-MANIFEST-HASH
                   END-IF
               WHEN "TRL"
                   MOVE MANIFEST-REC TO MANIFEST-TRAILER-RECORD
                   MOVE "Y" TO WS-MANIFEST-TRL-SW
               WHEN OTHER
                   MOVE "N" TO WS-MANIFEST-OK-SW
           END-EVALUATE.

       SELECT-MANIFEST-FILES.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MANIFEST-COUNT
               IF WS-SELECT-ID = "ALL"
                       OR WS-SELECT-ID = WS-MT-FILE-ID (WS-MX)
                   MOVE "Y" TO WS-MT-SELECTED (WS-MX)
                   ADD 1 TO WS-FILES-SELECTED
               END-IF
           END-PERFORM
           IF WS-FILES-SELECTED = ZERO
               DISPLAY "FILE " WS-SELECT-ID " IS NOT IN GENERATION "
                   WS-GENERATION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Nobody may restore or release underneath a running chain or
      * a backup; only a restore already under way may be repeated
      * or verified.
       CHECK-THE-LOCK.
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
                   AND WS-HELD-PROCESS NOT = "DR-RESTORE"
               DISPLAY "REFUSED - RUN LOCK HELD BY " WS-HELD-PROCESS
                   " SINCE " WS-HELD-STAMP " FOR " WS-HELD-DATE
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "DRLOCK" TO WS-ALERT-CODE
               MOVE "RESTORE REFUSED - RUN LOCK HELD"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-BACKUP-IMAGE.
           OPEN INPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "NO BACKUP IMAGE " WS-IMAGE-FILENAME
                   " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Held in the generation's name until a verify proves the
      * files; never released by the restore itself.
       TAKE-THE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE "H"           TO LK-STATUS
           MOVE WS-GENERATION TO LK-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-START-STAMP
           MOVE "DR-RESTORE"  TO LK-PROCESS
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           MOVE "Y" TO WS-LOCK-HELD-SW
           MOVE "DR-RESTORE" TO WS-HELD-PROCESS.

       WRITE-RESTORE-SCOPE.
           OPEN OUTPUT SCOPE-FILE
           MOVE WS-GENERATION TO DS-GENERATION
           MOVE WS-SELECT-ID  TO DS-FILE-ID
           WRITE SCOPE-REC
           CLOSE SCOPE-FILE.

      * The lock comes off only when this verify proved everything
      * the restore rebuilt - the same generation and the same
      * file, or all of them.
       OPEN-THE-GATE.
           IF WS-LOCK-HELD-SW = "Y"
                   AND WS-HELD-PROCESS = "DR-RESTORE"
               MOVE SPACES TO SCOPE-REC
               OPEN INPUT SCOPE-FILE
               IF WS-SCOPE-STATUS = "00"
                   READ SCOPE-FILE
                       AT END
                           MOVE SPACES TO SCOPE-REC
                   END-READ
                   CLOSE SCOPE-FILE
               END-IF
               IF DS-GENERATION NOT = WS-GENERATION
                       OR (DS-FILE-ID NOT = WS-SELECT-ID
                           AND WS-SELECT-ID NOT = "ALL")
                   MOVE "Y" TO WS-SCOPE-SHORT-SW
                   DISPLAY "THIS VERIFY DOES NOT COVER THE RESTORE OF "
                       DS-FILE-ID " FROM " DS-GENERATION
                       " - LOCK STAYS HELD"
               ELSE
                   IF WS-FILES-FAILED = ZERO
                       PERFORM RELEASE-THE-LOCK
                   ELSE
                       DISPLAY "LOCK STAYS HELD BY DR-RESTORE - THE"
                           " CHAIN MAY NOT RUN ON THESE FILES"
                   END-IF
               END-IF
           END-IF.

       RELEASE-THE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE "R"             TO LK-STATUS
           MOVE WS-HELD-DATE    TO LK-BUSINESS-DATE
           MOVE WS-HELD-STAMP   TO LK-START-STAMP
           MOVE "DR-RESTORE"    TO LK-PROCESS
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           MOVE "Y" TO WS-GATE-RELEASED-SW
           DISPLAY "ALL RESTORED FILES PROVEN - LOCK RELEASED, THE"
               " CHAIN MAY RUN AGAIN"
           MOVE "I" TO WS-ALERT-SEVERITY
           MOVE "DRPROVEN" TO WS-ALERT-CODE
           MOVE "RESTORE PROVEN - CHAIN MAY RUN AGAIN"
               TO WS-ALERT-TEXT
           PERFORM WRITE-ALERT-RECORD.

      * The image is HDR, DTL..., TRL per file in manifest order.
      * Anything out of that step is an image fault.
       READ-BACKUP-IMAGE.
           MOVE "N" TO WS-IMAGE-EOF-SW
           PERFORM UNTIL WS-IMAGE-EOF-SW = "Y"
               READ IMAGE-FILE
                   AT END
                       MOVE "Y" TO WS-IMAGE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-IMAGE-RECORDS
                       PERFORM TAKE-IMAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE IMAGE-FILE
           IF WS-IN-FILE-SW = "Y"
               DISPLAY "IMAGE ENDS INSIDE " WS-CUR-FILE-ID
                   " - NO TRAILER"
               ADD 1 TO WS-IMAGE-FAULTS
               PERFORM CLOSE-RESTORED-FILE
           END-IF
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MANIFEST-COUNT
               IF WS-MT-SELECTED (WS-MX) = "Y"
                       AND WS-MT-SEEN (WS-MX) = "N"
                   DISPLAY "  " WS-MT-FILE-ID (WS-MX)
                       " NOT IN THE BACKUP IMAGE"
                   ADD 1 TO WS-FILES-FAILED
               END-IF
           END-PERFORM.

       TAKE-IMAGE-RECORD.
           EVALUATE IMAGE-REC(1:3)
               WHEN "HDR"
                   MOVE IMAGE-REC TO SYSTEM-BACKUP-HEADER
                   PERFORM START-IMAGE-FILE
               WHEN "DTL"
                   MOVE IMAGE-REC TO SYSTEM-BACKUP-DETAIL
                   PERFORM TAKE-IMAGE-DETAIL
               WHEN "TRL"
                   MOVE IMAGE-REC TO SYSTEM-BACKUP-TRAILER
                   PERFORM END-IMAGE-FILE
               WHEN OTHER
                   DISPLAY "IMAGE RECORD " WS-IMAGE-RECORDS
                       " HAS NO RECORD TYPE"
                   ADD 1 TO WS-IMAGE-FAULTS
           END-EVALUATE.

       START-IMAGE-FILE.
           IF WS-IN-FILE-SW = "Y"
               DISPLAY "IMAGE HAS NO TRAILER FOR " WS-CUR-FILE-ID
               ADD 1 TO WS-IMAGE-FAULTS
               PERFORM CLOSE-RESTORED-FILE
           END-IF
           MOVE "Y" TO WS-IN-FILE-SW
           MOVE "N" TO WS-WRITING-SW
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-BYTE-HASH
           MOVE ZERO TO WS-FILE-WEIGHTED-HASH
           MOVE ZERO TO WS-FILE-WRITE-FAULTS
           PERFORM FIND-MANIFEST-ENTRY
           IF WS-MX = ZERO
               DISPLAY "IMAGE FILE " SBH-FILE-ID
                   " IS NOT ON THE MANIFEST"
               ADD 1 TO WS-IMAGE-FAULTS
               MOVE SBH-FILE-ID TO WS-CUR-FILE-ID
               MOVE "N" TO WS-CUR-SELECTED
           ELSE
               MOVE WS-MANIFEST-ENTRY (WS-MX) TO WS-CURRENT-FILE
               MOVE "Y" TO WS-MT-SEEN (WS-MX)
               IF SBH-ORGANIZATION NOT = WS-CUR-ORGANIZATION
                       OR SBH-RECORD-LENGTH NOT = WS-CUR-LENGTH
                       OR SBH-PATH NOT = WS-CUR-PATH
                   DISPLAY "IMAGE HEADER FOR " SBH-FILE-ID
                       " DISAGREES WITH THE MANIFEST"
                   ADD 1 TO WS-IMAGE-FAULTS
               END-IF
               IF WS-FUNCTION = "R"
                       AND WS-CUR-SELECTED = "Y"
                       AND WS-CUR-PRESENT = "Y"
                   PERFORM OPEN-RESTORED-FILE
               END-IF
           END-IF.

       FIND-MANIFEST-ENTRY.
           MOVE ZERO TO WS-MX
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-MANIFEST-COUNT
                       OR WS-MX NOT = ZERO
               IF WS-MT-FILE-ID (WS-SX) = SBH-FILE-ID
                   MOVE WS-SX TO WS-MX
               END-IF
           END-PERFORM.

       TAKE-IMAGE-DETAIL.
           IF WS-IN-FILE-SW = "N" OR SBD-FILE-ID NOT = WS-CUR-FILE-ID
               DISPLAY "IMAGE RECORD " WS-IMAGE-RECORDS
                   " FOR " SBD-FILE-ID " IS OUT OF STEP"
               ADD 1 TO WS-IMAGE-FAULTS
           ELSE
               IF WS-CUR-SELECTED = "Y"
                   MOVE SPACES TO WS-RECORD-IMAGE
                   MOVE SBD-IMAGE(1:WS-CUR-LENGTH)
                       TO WS-RECORD-IMAGE(1:WS-CUR-LENGTH)
                   ADD 1 TO WS-FILE-RECORDS
                   PERFORM HASH-RECORD-IMAGE
                   IF WS-WRITING-SW = "Y"
                       PERFORM WRITE-RESTORED-RECORD
                   END-IF
               END-IF
           END-IF.

      * A file is proven from the image only if the records read
      * agree with both the image trailer and the manifest, and
      * every one of them was written back.
       END-IMAGE-FILE.
           IF WS-IN-FILE-SW = "N" OR SBT-FILE-ID NOT = WS-CUR-FILE-ID
               DISPLAY "IMAGE TRAILER FOR " SBT-FILE-ID
                   " IS OUT OF STEP"
               ADD 1 TO WS-IMAGE-FAULTS
           ELSE
               PERFORM CLOSE-RESTORED-FILE
               IF WS-CUR-SELECTED = "Y"
                   MOVE "PROVEN" TO WS-FILE-RESULT
                   IF WS-FILE-RECORDS NOT = SBT-RECORD-COUNT
                           OR WS-FILE-BYTE-HASH NOT = SBT-BYTE-HASH
                           OR WS-FILE-WEIGHTED-HASH
                               NOT = SBT-WEIGHTED-HASH
                       MOVE "FAILED - IMAGE TRAILER" TO WS-FILE-RESULT
                   END-IF
                   PERFORM PROVE-AGAINST-MANIFEST
                   IF WS-FILE-WRITE-FAULTS > ZERO
                       MOVE "FAILED - NOT WRITTEN" TO WS-FILE-RESULT
                   END-IF
                   PERFORM COUNT-FILE-RESULT
               END-IF
           END-IF
           MOVE "N" TO WS-IN-FILE-SW.

       PROVE-AGAINST-MANIFEST.
           IF WS-FILE-RECORDS NOT = WS-CUR-RECORDS
                   OR WS-FILE-BYTE-HASH NOT = WS-CUR-BYTE-HASH
                   OR WS-FILE-WEIGHTED-HASH NOT = WS-CUR-WEIGHTED-HASH
               MOVE "FAILED - MANIFEST" TO WS-FILE-RESULT
           END-IF.

       COUNT-FILE-RESULT.
           IF WS-FILE-RESULT(1:6) = "FAILED"
               ADD 1 TO WS-FILES-FAILED
           ELSE
               ADD 1 TO WS-FILES-PROVEN
               ADD WS-FILE-RECORDS TO WS-RECORDS-PROVEN
               IF WS-CUR-PRESENT = "N"
                   ADD 1 TO WS-FILES-ABSENT
               END-IF
           END-IF
           DISPLAY "  " WS-CUR-FILE-ID " " WS-CUR-ORGANIZATION
               " RECORDS " WS-FILE-RECORDS
               " HASH " WS-FILE-BYTE-HASH "/" WS-FILE-WEIGHTED-HASH
               " " WS-FILE-RESULT.

       OPEN-RESTORED-FILE.
           IF WS-CUR-ORGANIZATION = "I"
               PERFORM OPEN-INDEXED-OUTPUT
               MOVE WS-INDEXED-STATUS TO WS-SEQ-STATUS
           ELSE
               MOVE WS-CUR-PATH TO WS-SEQ-FILENAME
               OPEN OUTPUT SEQUENTIAL-FILE
           END-IF
           IF WS-SEQ-STATUS = "00"
               MOVE "Y" TO WS-WRITING-SW
           ELSE
               DISPLAY "  " WS-CUR-FILE-ID " CANNOT BE REBUILT -"
                   " STATUS " WS-SEQ-STATUS
               ADD 1 TO WS-FILE-WRITE-FAULTS
           END-IF.

       WRITE-RESTORED-RECORD.
           IF WS-CUR-ORGANIZATION = "I"
               PERFORM WRITE-INDEXED-RECORD
           ELSE
               WRITE SEQUENTIAL-REC FROM WS-RECORD-IMAGE
               IF WS-SEQ-STATUS = "00"
                   ADD 1 TO WS-RECORDS-WRITTEN
               ELSE
                   ADD 1 TO WS-FILE-WRITE-FAULTS
               END-IF
           END-IF.

       CLOSE-RESTORED-FILE.
           IF WS-WRITING-SW = "Y"
               IF WS-CUR-ORGANIZATION = "I"
                   PERFORM CLOSE-INDEXED-FILE
               ELSE
                   CLOSE SEQUENTIAL-FILE
               END-IF
               MOVE "N" TO WS-WRITING-SW
           END-IF.

      * Paths of the chosen files that did not exist at backup
      * time. Written even when empty, so the list on disk is
      * always this restore's.
       WRITE-ABSENT-LIST.
           OPEN OUTPUT ABSENT-FILE
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MANIFEST-COUNT
               IF WS-MT-SELECTED (WS-MX) = "Y"
                       AND WS-MT-PRESENT (WS-MX) = "N"
                   WRITE ABSENT-REC FROM WS-MT-PATH (WS-MX)
               END-IF
           END-PERFORM
           CLOSE ABSENT-FILE.

      * Live file against manifest. A file absent at backup must be
      * absent now; one present must be present with the same count
      * and hashes.
       VERIFY-ONE-FILE.
           MOVE WS-MANIFEST-ENTRY (WS-MX) TO WS-CURRENT-FILE
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-BYTE-HASH
           MOVE ZERO TO WS-FILE-WEIGHTED-HASH
           MOVE "Y" TO WS-FILE-PRESENT-SW
           MOVE "PROVEN" TO WS-FILE-RESULT
           IF WS-CUR-ORGANIZATION = "I"
               PERFORM READ-LIVE-INDEXED
           ELSE
               PERFORM READ-LIVE-SEQUENTIAL
           END-IF
           EVALUATE TRUE
               WHEN WS-FILE-RESULT(1:6) = "FAILED"
                   CONTINUE
               WHEN WS-CUR-PRESENT = "N"
                       AND WS-FILE-PRESENT-SW = "Y"
                   MOVE "FAILED - NOT ABSENT" TO WS-FILE-RESULT
               WHEN WS-CUR-PRESENT = "N"
                   MOVE "ABSENT - PROVEN" TO WS-FILE-RESULT
               WHEN WS-FILE-PRESENT-SW = "N"
                   MOVE "FAILED - MISSING" TO WS-FILE-RESULT
               WHEN OTHER
                   PERFORM PROVE-AGAINST-MANIFEST
           END-EVALUATE
           PERFORM COUNT-FILE-RESULT.

       READ-LIVE-SEQUENTIAL.
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
                               ADD 1 TO WS-FILE-RECORDS
                               PERFORM HASH-RECORD-IMAGE
                       END-READ
                   END-PERFORM
                   CLOSE SEQUENTIAL-FILE
               WHEN "35"
                   MOVE "N" TO WS-FILE-PRESENT-SW
               WHEN OTHER
                   MOVE "FAILED - STATUS " TO WS-FILE-RESULT
                   MOVE WS-SEQ-STATUS TO WS-FILE-RESULT(17:2)
           END-EVALUATE.

       READ-LIVE-INDEXED.
           PERFORM OPEN-INDEXED-INPUT
           EVALUATE WS-INDEXED-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM START-INDEXED-FILE
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       PERFORM READ-NEXT-INDEXED
                       IF WS-EOF-SWITCH = "N"
                           ADD 1 TO WS-FILE-RECORDS
                           PERFORM HASH-RECORD-IMAGE
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-INDEXED-FILE
               WHEN "35"
                   MOVE "N" TO WS-FILE-PRESENT-SW
               WHEN OTHER
                   MOVE "FAILED - STATUS " TO WS-FILE-RESULT
                   MOVE WS-INDEXED-STATUS TO WS-FILE-RESULT(17:2)
           END-EVALUATE.

       OPEN-INDEXED-INPUT.
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
               WHEN OTHER
                   MOVE "99" TO WS-INDEXED-STATUS
           END-EVALUATE.

       OPEN-INDEXED-OUTPUT.
           EVALUATE WS-CUR-FILE-ID
               WHEN "CALCMSTR"
                   OPEN OUTPUT MASTER-FILE
               WHEN "CALCAUDM"
                   OPEN OUTPUT AUDIT-MASTER-FILE
               WHEN "ARMSTR"
                   OPEN OUTPUT AR-MASTER-FILE
               WHEN "CLNTMSTR"
                   OPEN OUTPUT CLIENT-MASTER-FILE
               WHEN "CRHOLD"
                   OPEN OUTPUT CREDIT-HOLD-FILE
               WHEN "FEEDARR"
                   OPEN OUTPUT FEED-ARRIVAL-FILE
               WHEN "STUHIST"
                   OPEN OUTPUT HISTORY-FILE
               WHEN "PERLEDG"
                   OPEN OUTPUT PERIOD-LEDGER-FILE
               WHEN OTHER
                   MOVE "99" TO WS-INDEXED-STATUS
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
           MOVE SPACES TO WS-RECORD-IMAGE
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

      * The image holds indexed records in key order, so each
      * write lands at the end of the rebuilt file; a duplicate or
      * out-of-order key means the image is not what was taken.
       WRITE-INDEXED-RECORD.
           EVALUATE WS-CUR-FILE-ID
               WHEN "CALCMSTR"
                   MOVE WS-RECORD-IMAGE TO MASTER-REC
                   WRITE MASTER-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "CALCAUDM"
                   MOVE WS-RECORD-IMAGE TO AUDIT-MASTER-REC
                   WRITE AUDIT-MASTER-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "ARMSTR"
                   MOVE WS-RECORD-IMAGE TO AR-MASTER-REC
                   WRITE AR-MASTER-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "CLNTMSTR"
                   MOVE WS-RECORD-IMAGE TO CLIENT-MASTER-RECORD
                   WRITE CLIENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "CRHOLD"
                   MOVE WS-RECORD-IMAGE TO CREDIT-HOLD-RECORD
                   WRITE CREDIT-HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "FEEDARR"
                   MOVE WS-RECORD-IMAGE TO FEED-ARRIVAL-RECORD
                   WRITE FEED-ARRIVAL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "STUHIST"
                   MOVE WS-RECORD-IMAGE TO HISTORY-REC
                   WRITE HISTORY-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
               WHEN "PERLEDG"
                   MOVE WS-RECORD-IMAGE TO PERIOD-LEDGER-REC
                   WRITE PERIOD-LEDGER-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-FAULTS
                   END-WRITE
           END-EVALUATE
           IF WS-INDEXED-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

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

      * The same byte hash and column-weighted hash SYSTEM-BACKUP
      * takes - see copybooks/SYSBKUP.cpy.
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
           MOVE "RESTORE-VERIFY" TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "RESTORE-VERIFY" TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-RECORDS-PROVEN  TO RL-INPUT-COUNT
           MOVE WS-RECORDS-WRITTEN TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "RESTORE-VERIFY"   TO AL-STEP
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
           DISPLAY "===== RESTORE-VERIFY SUMMARY =====".
           DISPLAY "FUNCTION / GENERATION:  " WS-FUNCTION " "
               WS-GENERATION.
           DISPLAY "FILES ON MANIFEST:      " WS-MANIFEST-FILES.
           DISPLAY "FILES SELECTED:         " WS-FILES-SELECTED.
           DISPLAY "FILES PROVEN:           " WS-FILES-PROVEN.
           DISPLAY "  ABSENT (AS BACKED UP):" WS-FILES-ABSENT.
           DISPLAY "FILES FAILED:           " WS-FILES-FAILED.
           DISPLAY "IMAGE RECORDS READ:     " WS-IMAGE-RECORDS.
           DISPLAY "IMAGE FAULTS:           " WS-IMAGE-FAULTS.
           DISPLAY "RECORDS PROVEN:         " WS-RECORDS-PROVEN.
           DISPLAY "RECORDS WRITTEN:        " WS-RECORDS-WRITTEN.
           DISPLAY "LOCK RELEASED:          " WS-GATE-RELEASED-SW.
