       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-SWEEP.

      * Dormant-ID sweep for the calculator master. Every master
      * record carries the business date SIMPLE-CALCULATOR last
      * posted to it (MR-LAST-ACTIVE); an ID with no activity for
      * more than the requested number of business days - counted
      * back from the business date on the business-day calendar -
      * is dormant. Driven by a request card in DORMREQ.DAT:
      *   cols 1-3  the number of business days, 001-999
      *   col  4    L list only - report the dormant IDs, change
      *               nothing
      *             S sweep - list them, archive them, delete them
      * Every dormant ID is listed on DORMANT.RPT and its whole
      * master record written to DORMARCH.NEW in the MSTBKP backup
      * layout (HDR, one DTL per ID, TRL with count and value
      * totals), so the archive is also a generation MASTER-RELOAD
      * can read. On a sweep the archive is closed and read back
      * against its own trailer first; only a proven archive lets
      * the delete pass run, and each ID deleted from the master
      * gets a DELETED image on the audit master, so MASTER-VERIFY
      * still balances and MASTER-RECOVER deletes it again on a
      * replay. run-dormant-sweep.sh promotes DORMARCH.NEW to the
      * dated DORMARCH.ccyymmdd.DAT generation. A record the
      * activity conversion never stamped is never swept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "DORMREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

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

           SELECT ARCHIVE-FILE ASSIGN TO "DORMARCH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DORMANT.RPT"
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

      * Business-day calendar shared by the whole chain - see
      * copybooks/BUSCAL.cpy.
           SELECT CALENDAR-FILE ASSIGN TO "../../CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  DQ-DORMANT-DAYS PIC X(3).
           05  DQ-MODE         PIC X.

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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-MASTER-STATUS    PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-ARCHIVE-STATUS   PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-CALENDAR-STATUS  PIC XX.
       77  WS-BUSINESS-DAY-SW  PIC X VALUE "Y".
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-CHECK-DATE-NUM   PIC 9(8) VALUE ZERO.
       77  WS-DAY-NUMBER       PIC 9 VALUE ZERO.
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CAL-EOF-SW       PIC X VALUE "N".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-DORMANT-DAYS     PIC 9(3) VALUE ZERO.
       77  WS-DAYS-BACK        PIC 9(3) VALUE ZERO.
       77  WS-CUTOFF-DATE      PIC X(8).
       77  WS-MODE             PIC X.
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-TRAILER-SEEN-SW  PIC X VALUE "N".
       77  WS-AUDIT-DONE-SW    PIC X VALUE "N".
       77  WS-ACTION-TEXT      PIC X(24).

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DORMANT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-UNSTAMPED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-SUM-TOTAL        PIC 9(12) VALUE ZERO.
           05  WS-DIFF-TOTAL       PIC S9(12) VALUE ZERO.
           05  WS-PROD-TOTAL       PIC 9(12) VALUE ZERO.
           05  WS-QUOT-TOTAL       PIC 9(12) VALUE ZERO.
           05  WS-REM-TOTAL        PIC 9(12) VALUE ZERO.
           05  WS-PCT-TOTAL        PIC 9(12) VALUE ZERO.
           05  WS-PROVED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DELETE-FAIL-COUNT PIC 9(7) VALUE ZERO.

      * The read-back totals, built from the archive's own DTL
      * records and proven against its TRL before anything is
      * deleted.
       01  WS-PROOF-TOTALS.
           05  WS-PF-SUM-TOTAL     PIC 9(12) VALUE ZERO.
           05  WS-PF-DIFF-TOTAL    PIC S9(12) VALUE ZERO.
           05  WS-PF-PROD-TOTAL    PIC 9(12) VALUE ZERO.
           05  WS-PF-QUOT-TOTAL    PIC 9(12) VALUE ZERO.
           05  WS-PF-REM-TOTAL     PIC 9(12) VALUE ZERO.
           05  WS-PF-PCT-TOTAL     PIC 9(12) VALUE ZERO.

      * A master record as it rides in an archive DTL image.
       01  WS-ARCHIVED-MASTER.
           05  WS-AR-ID        PIC X(9).
           05  WS-AR-SUM       PIC 9(8).
           05  WS-AR-DIFF      PIC S9(8) SIGN IS LEADING SEPARATE.
           05  WS-AR-PRODUCT   PIC 9(8).
           05  WS-AR-QUOTIENT  PIC 9(8).
           05  WS-AR-REMAINDER PIC 9(8).
           05  WS-AR-PERCENT   PIC 9(8).
           05  WS-AR-LAST-ACT  PIC X(8).
           05  WS-AR-TXN-COUNT PIC 9(7).

       COPY MSTBKP.

       COPY ALERTREC.

       COPY PARMCARD.

      * Holidays from CALENDAR.DAT; weekends are non-business by
      * rule and never need a card.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-HOLIDAY-DATE PIC X(8) OCCURS 50 TIMES.

       01  DORMANT-HEADER-1.
           05  FILLER          PIC X(22)
               VALUE "DORMANT ID SWEEP FOR ".
           05  DH1-RUN-DATE    PIC X(8).
           05  FILLER          PIC X(20)
               VALUE "  NO ACTIVITY SINCE ".
           05  DH1-CUTOFF      PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DH1-MODE        PIC X(10).

       01  DORMANT-HEADER-2.
           05  FILLER          PIC X(9)  VALUE "TR-ID".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "LAST ACT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "TXN COUNT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(24) VALUE "ACTION".

       01  DORMANT-LINE.
           05  DL-TR-ID        PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-LAST-ACTIVE  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-TXN-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-ACTION       PIC X(24).

       01  DORMANT-TOTAL-LINE.
           05  DT-TEXT         PIC X(30).
           05  DT-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-CALENDAR-FILE
           PERFORM READ-REQUEST-CARD
           PERFORM SET-CUTOFF-DATE
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CALCMSTR.DAT - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           PERFORM PRINT-REPORT-HEADERS

           PERFORM WRITE-ARCHIVE-HEADER
           PERFORM SELECT-DORMANT-IDS
           PERFORM WRITE-ARCHIVE-TRAILER
           CLOSE ARCHIVE-FILE

      * Nothing leaves the master until the archive holding it has
      * been read back and proven against its own trailer.
           IF WS-MODE = "S" AND WS-DORMANT-COUNT > ZERO
               PERFORM PROVE-ARCHIVE
               IF WS-BALANCE-SW = "Y"
                   PERFORM DELETE-DORMANT-IDS
               ELSE
                   DISPLAY "DORMANT ARCHIVE NOT PROVEN - NOTHING"
                       " DELETED"
                   MOVE "E" TO WS-ALERT-SEVERITY
                   MOVE "DORMARCH" TO WS-ALERT-CODE
                   MOVE "DORMANT ARCHIVE NOT PROVEN - NO DELETES"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               END-IF
           END-IF

           PERFORM PRINT-REPORT-TOTALS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a sweep that did not prove or did
      * not finish its deletes is never recorded as complete.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE MASTER-FILE
           CLOSE REPORT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-BALANCE-SW = "N" OR WS-DELETE-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: SWEEP DID NOT COMPLETE - SEE"
                   " DORMANT.RPT"
           ELSE
               IF WS-UNSTAMPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-UNSTAMPED-COUNT
                       " RECORD(S) WITH NO ACTIVITY DATE"
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO SWEEP REQUEST - DORMREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REQUEST-FILE
               AT END
                   MOVE SPACES TO REQUEST-REC
           END-READ
           CLOSE REQUEST-FILE
           IF DQ-DORMANT-DAYS NOT NUMERIC
                   OR DQ-DORMANT-DAYS = "000"
               DISPLAY "BAD DORMANT DAYS '" DQ-DORMANT-DAYS
                   "' - KEY 001 TO 999"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DQ-MODE NOT = "L" AND DQ-MODE NOT = "S"
               DISPLAY "BAD SWEEP MODE '" DQ-MODE
                   "' - KEY L TO LIST OR S TO SWEEP"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DQ-DORMANT-DAYS TO WS-DORMANT-DAYS
           MOVE DQ-MODE         TO WS-MODE.

      * Count back the requested number of business days from the
      * business date. An ID last active on the cutoff day itself
      * has gone exactly that many business days without activity
      * and is kept; anything older is dormant.
       SET-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-CHECK-DATE
           MOVE ZERO TO WS-DAYS-BACK
           PERFORM UNTIL WS-DAYS-BACK = WS-DORMANT-DAYS
               PERFORM STEP-TO-PRIOR-BUSINESS-DAY
               ADD 1 TO WS-DAYS-BACK
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-CUTOFF-DATE
           DISPLAY "DORMANT: NO ACTIVITY ON OR AFTER "
               WS-CUTOFF-DATE " (" WS-DORMANT-DAYS
               " BUSINESS DAYS)".

       STEP-TO-PRIOR-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SW
           PERFORM UNTIL WS-BUSINESS-DAY-SW = "Y"
               MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
               COMPUTE WS-CHECK-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-CHECK-DATE-NUM) - 1)
               MOVE WS-CHECK-DATE-NUM TO WS-CHECK-DATE
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       WRITE-ARCHIVE-HEADER.
           MOVE "HDR"          TO BH-RECORD-TYPE
           MOVE WS-RUN-DATE    TO BH-BACKUP-DATE
           MOVE "CALCMSTR.DAT" TO BH-SOURCE-FILE
           WRITE ARCHIVE-REC FROM BACKUP-HEADER-RECORD.

       SELECT-DORMANT-IDS.
           MOVE LOW-VALUES TO MR-ID
           START MASTER-FILE KEY NOT < MR-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
                   DISPLAY "MASTER FILE IS EMPTY"
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-MASTER
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-ONE-MASTER.
           IF MR-LAST-ACTIVE NOT NUMERIC
               ADD 1 TO WS-UNSTAMPED-COUNT
               MOVE "NO ACTIVITY DATE - KEPT" TO WS-ACTION-TEXT
               PERFORM WRITE-DORMANT-LINE
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "DORMUNST" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "NO ACTIVITY DATE ON " MR-ID
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF MR-LAST-ACTIVE < WS-CUTOFF-DATE
                   PERFORM ARCHIVE-ONE-MASTER
               END-IF
           END-IF.

       ARCHIVE-ONE-MASTER.
           ADD 1 TO WS-DORMANT-COUNT
           IF WS-MODE = "S"
               MOVE "ARCHIVED" TO WS-ACTION-TEXT
           ELSE
               MOVE "DORMANT - LISTED ONLY" TO WS-ACTION-TEXT
           END-IF
           PERFORM WRITE-DORMANT-LINE
           MOVE "DTL"      TO BD-RECORD-TYPE
           MOVE MASTER-REC TO BD-MASTER-IMAGE
           WRITE ARCHIVE-REC FROM BACKUP-DETAIL-RECORD
           ADD MR-SUM        TO WS-SUM-TOTAL
           ADD MR-DIFFERENCE TO WS-DIFF-TOTAL
           ADD MR-PRODUCT    TO WS-PROD-TOTAL
           ADD MR-QUOTIENT   TO WS-QUOT-TOTAL
           ADD MR-REMAINDER  TO WS-REM-TOTAL
           ADD MR-PERCENT    TO WS-PCT-TOTAL.

       WRITE-ARCHIVE-TRAILER.
           MOVE "TRL"            TO BT-RECORD-TYPE
           MOVE WS-DORMANT-COUNT TO BT-RECORD-COUNT
           MOVE WS-SUM-TOTAL     TO BT-SUM-TOTAL
           MOVE WS-DIFF-TOTAL    TO BT-DIFF-TOTAL
           MOVE WS-PROD-TOTAL    TO BT-PROD-TOTAL
           MOVE WS-QUOT-TOTAL    TO BT-QUOT-TOTAL
           MOVE WS-REM-TOTAL     TO BT-REM-TOTAL
           MOVE WS-PCT-TOTAL     TO BT-PCT-TOTAL
           WRITE ARCHIVE-REC FROM BACKUP-TRAILER-RECORD.

      * The archive as it actually landed: one HDR, the DTLs, one
      * TRL, and the DTLs must add up to the trailer and to what
      * the selection pass archived.
       PROVE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "CANNOT READ BACK DORMARCH.NEW - STATUS "
                   WS-ARCHIVE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM PROVE-ONE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM CHECK-ARCHIVE-TRAILER
           END-IF.

       PROVE-ONE-ARCHIVE-RECORD.
           EVALUATE ARCHIVE-REC(1:3)
               WHEN "HDR"
                   CONTINUE
               WHEN "DTL"
                   MOVE ARCHIVE-REC TO BACKUP-DETAIL-RECORD
                   MOVE BD-MASTER-IMAGE TO WS-ARCHIVED-MASTER
                   ADD 1                TO WS-PROVED-COUNT
                   ADD WS-AR-SUM        TO WS-PF-SUM-TOTAL
                   ADD WS-AR-DIFF       TO WS-PF-DIFF-TOTAL
                   ADD WS-AR-PRODUCT    TO WS-PF-PROD-TOTAL
                   ADD WS-AR-QUOTIENT   TO WS-PF-QUOT-TOTAL
                   ADD WS-AR-REMAINDER  TO WS-PF-REM-TOTAL
                   ADD WS-AR-PERCENT    TO WS-PF-PCT-TOTAL
               WHEN "TRL"
                   MOVE ARCHIVE-REC TO BACKUP-TRAILER-RECORD
                   MOVE "Y" TO WS-TRAILER-SEEN-SW
               WHEN OTHER
                   MOVE "N" TO WS-BALANCE-SW
                   DISPLAY "UNKNOWN ARCHIVE RECORD TYPE '"
                       ARCHIVE-REC(1:3) "'"
           END-EVALUATE.

       CHECK-ARCHIVE-TRAILER.
           IF WS-TRAILER-SEEN-SW = "N"
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "DORMANT ARCHIVE HAS NO TRAILER"
           ELSE
               IF WS-PROVED-COUNT NOT = BT-RECORD-COUNT
                       OR WS-PROVED-COUNT NOT = WS-DORMANT-COUNT
                   MOVE "N" TO WS-BALANCE-SW
                   DISPLAY "ARCHIVE HOLDS " WS-PROVED-COUNT
                       " IDS, TRAILER " BT-RECORD-COUNT
                       ", SELECTED " WS-DORMANT-COUNT
               END-IF
               IF WS-PF-SUM-TOTAL NOT = BT-SUM-TOTAL
                       OR WS-PF-DIFF-TOTAL NOT = BT-DIFF-TOTAL
                       OR WS-PF-PROD-TOTAL NOT = BT-PROD-TOTAL
                       OR WS-PF-QUOT-TOTAL NOT = BT-QUOT-TOTAL
                       OR WS-PF-REM-TOTAL NOT = BT-REM-TOTAL
                       OR WS-PF-PCT-TOTAL NOT = BT-PCT-TOTAL
                   MOVE "N" TO WS-BALANCE-SW
                   DISPLAY "ARCHIVE VALUE TOTALS DO NOT MATCH ITS"
                       " TRAILER"
               END-IF
           END-IF.

      * The IDs to delete come from the proven archive itself, not
      * from a second look at the master, so nothing is deleted that
      * is not safely on the archive.
       DELETE-DORMANT-IDS.
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "CANNOT OPEN CALCAUDM.DAT - STATUS "
                   WS-AUDIT-STATUS " - NOTHING DELETED"
           ELSE
               OPEN INPUT ARCHIVE-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF ARCHIVE-REC(1:3) = "DTL"
                               PERFORM DELETE-ONE-DORMANT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE AUDIT-MASTER-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       DELETE-ONE-DORMANT-ID.
           MOVE ARCHIVE-REC TO BACKUP-DETAIL-RECORD
           MOVE BD-MASTER-IMAGE TO WS-ARCHIVED-MASTER
           MOVE WS-AR-ID TO MR-ID
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-DELETE-FAIL-COUNT
                   MOVE WS-AR-ID          TO MR-ID
                   MOVE WS-AR-LAST-ACT    TO MR-LAST-ACTIVE
                   MOVE WS-AR-TXN-COUNT   TO MR-TXN-COUNT
                   MOVE "DELETE FAILED - NOT FOUND" TO WS-ACTION-TEXT
                   PERFORM WRITE-DORMANT-LINE
               NOT INVALID KEY
                   DELETE MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-DELETE-FAIL-COUNT
                           MOVE "DELETE FAILED" TO WS-ACTION-TEXT
                           PERFORM WRITE-DORMANT-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED-COUNT
                           PERFORM WRITE-DELETE-AUDIT-IMAGE
                   END-DELETE
           END-READ.

      * Same image MASTER-MAINT writes for a D card, under the same
      * key and tie-break sequence as the calculator's images.
       WRITE-DELETE-AUDIT-IMAGE.
           MOVE WS-AR-ID    TO AM-TR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
           MOVE "DELETED"   TO AM-FIELD-NAME
           MOVE "(ON FILE)" TO AM-OLD-VALUE
           MOVE "(DELETED)" TO AM-NEW-VALUE
           MOVE WS-RUN-DATE TO AM-RUN-DATE
           MOVE 1 TO AM-SEQ
           MOVE "N" TO WS-AUDIT-DONE-SW
           PERFORM WRITE-AUDIT-MASTER-REC
               UNTIL WS-AUDIT-DONE-SW = "Y".

       WRITE-AUDIT-MASTER-REC.
           WRITE AUDIT-MASTER-REC
               INVALID KEY
                   IF AM-SEQ < 99
                       ADD 1 TO AM-SEQ
                   ELSE
                       MOVE "Y" TO WS-AUDIT-DONE-SW
                       DISPLAY "AUDIT SEQUENCE EXHAUSTED FOR "
                           AM-TR-ID " " AM-FIELD-NAME
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-AUDIT-DONE-SW
           END-WRITE.

       WRITE-DORMANT-LINE.
           MOVE MR-ID          TO DL-TR-ID
           MOVE MR-LAST-ACTIVE TO DL-LAST-ACTIVE
           MOVE MR-TXN-COUNT   TO DL-TXN-COUNT
           MOVE WS-ACTION-TEXT TO DL-ACTION
           WRITE REPORT-REC FROM DORMANT-LINE.

       PRINT-REPORT-HEADERS.
           MOVE WS-RUN-DATE    TO DH1-RUN-DATE
           MOVE WS-CUTOFF-DATE TO DH1-CUTOFF
           IF WS-MODE = "S"
               MOVE "SWEEP"     TO DH1-MODE
           ELSE
               MOVE "LIST ONLY" TO DH1-MODE
           END-IF
           WRITE REPORT-REC FROM DORMANT-HEADER-1
           WRITE REPORT-REC FROM DORMANT-HEADER-2.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MASTER RECORDS READ" TO DT-TEXT
           MOVE WS-READ-COUNT TO DT-COUNT
           WRITE REPORT-REC FROM DORMANT-TOTAL-LINE
           MOVE "DORMANT IDS ARCHIVED" TO DT-TEXT
           MOVE WS-DORMANT-COUNT TO DT-COUNT
           WRITE REPORT-REC FROM DORMANT-TOTAL-LINE
           MOVE "DELETED FROM THE MASTER" TO DT-TEXT
           MOVE WS-DELETED-COUNT TO DT-COUNT
           WRITE REPORT-REC FROM DORMANT-TOTAL-LINE
           MOVE "DELETES FAILED" TO DT-TEXT
           MOVE WS-DELETE-FAIL-COUNT TO DT-COUNT
           WRITE REPORT-REC FROM DORMANT-TOTAL-LINE
           MOVE "KEPT - NO ACTIVITY DATE" TO DT-TEXT
           MOVE WS-UNSTAMPED-COUNT TO DT-COUNT
           WRITE REPORT-REC FROM DORMANT-TOTAL-LINE.

       PRINT-RECONCILIATION.
           DISPLAY "===== DORMANT ID SWEEP =====".
           DISPLAY "MASTER RECORDS READ: " WS-READ-COUNT.
           DISPLAY "DORMANT IDS:         " WS-DORMANT-COUNT.
           DISPLAY "ARCHIVE DTLS PROVED: " WS-PROVED-COUNT.
           DISPLAY "IDS DELETED:         " WS-DELETED-COUNT.
           DISPLAY "DELETES FAILED:      " WS-DELETE-FAIL-COUNT.
           DISPLAY "NO ACTIVITY DATE:    " WS-UNSTAMPED-COUNT.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "DORMANT-SWEEP"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "DORMANT-SWEEP"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-READ-COUNT    TO RL-INPUT-COUNT
           MOVE WS-DELETED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "DORMANT-SWEEP"    TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

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
           END-IF.

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

       LOAD-CALENDAR-FILE.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "BUSINESS CALENDAR CALENDAR.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF-SW = "Y"
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 50
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CA-HOLIDAY-DATE TO
                               WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                       ELSE
                           DISPLAY "HOLIDAY TABLE FULL - "
                               CA-HOLIDAY-DATE " IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

      * Saturday and Sunday by rule plus any date on a holiday card.
      * Weekday 1 is Monday in the week the date functions count, so
      * 6 and 0 are the weekend.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
           COMPUTE WS-DAY-NUMBER
               = FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                   (WS-CHECK-DATE-NUM), 7)
           IF WS-DAY-NUMBER = ZERO OR WS-DAY-NUMBER = 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           END-IF
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE (WS-HX) = WS-CHECK-DATE
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.
