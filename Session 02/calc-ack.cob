      * into one return file per branch (B01ACK.DAT and so on), each
      * TR-ID listed with its disposition: processed, rejected with
      * its reason code, held with its release date, or suppressed
      * as a duplicate, or parked because the client is on credit
      * hold. Dispositions are derived by replaying the
      * calculator's own edit order over the merged input: a record
      * is REJ when it matches an unconsumed CALCREJ.DAT entry byte
      * for byte, DUP when its TR-ID/op pair was already seen
      * earlier in the file (the same seen-table rule the calculator
      * applies - so the first occurrence of a resubmitted pair is
      * correctly PROC and only the later ones DUP), CRHD when it
      * matches a record on the promoted CRSUSP.DAT credit-hold
      * suspense byte for byte, HELD when it
      * matches a record this run wrote to the promoted CALCHOLD.DAT
      * byte for byte (an older record with the same key still
      * riding the hold file cannot claim it), and PROC otherwise.
      * Each file is bracketed with the standard HDR/TRL controls
      * over that branch's own records so the branch balances them
      * against what it sent (the header carries the processing
      * cycle, so a branch can tell the date's second cycle from a
      * repeat of the first), and each client of the branch's with
      * work held for credit gets an NTC notice with the count held
      * and an alert on the chain's alert file, so the branch hears
      * why before the client calls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CREDIT-SUSP-FILE ASSIGN TO "CRSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSUSP-STATUS.

      * One SELECT serves every branch's return file - the name is
      * built from the branch code as <code>ACK.DAT.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
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
       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(47).

       FD  CREDIT-SUSP-FILE.
       01  CREDIT-SUSP-REC     PIC X(47).

       FD  ACK-FILE.
       01  ACK-REC             PIC X(32).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-MERGED-STATUS    PIC XX.
       77  WS-REJECT-STATUS    PIC XX.
       77  WS-HOLD-STATUS      PIC XX.
       77  WS-CRSUSP-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-KX               PIC 9(3) COMP VALUE ZERO.
       77  WS-BRANCH-CRHD      PIC 9(7) VALUE ZERO.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
           05  WS-REJ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DUP-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-CRHD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NOTICE-COUNT     PIC 9(7) VALUE ZERO.

       COPY ACKREC.


       COPY PARMCARD.

       COPY ALERTREC.

      * Active branches from the feed registry - one return file
      * is produced per entry, empty or not.
       01  WS-BRANCH-TABLE.
               10  WS-HOLD-UNTIL   PIC X(8).
               10  WS-HOLD-USED    PIC X.

       01  WS-CREDIT-TABLE.
           05  WS-CRS-TBL-COUNT PIC 9(4) COMP VALUE ZERO.
           05  WS-CRS-ENTRY OCCURS 500 TIMES.
               10  WS-CRS-RECORD   PIC X(47).
               10  WS-CRS-USED     PIC X.

      * This branch's clients with work held for credit, and how
      * many of their transactions were held - one notice each.
       01  WS-CLIENT-HOLD-TABLE.
           05  WS-CH-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  WS-CH-ENTRY OCCURS 100 TIMES.
               10  WS-CH-CLIENT    PIC X(3).
               10  WS-CH-HELD      PIC 9(7).

      * The calculator's seen-table rule replayed per pass: the
      * first non-rejected occurrence of a TR-ID/op pair is the one
      * the calculator processed or held, every later one it
           PERFORM LOAD-BRANCH-LIST
           PERFORM LOAD-REJECT-TABLE
           PERFORM LOAD-HOLD-TABLE
           PERFORM LOAD-CREDIT-TABLE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       LOAD-CREDIT-TABLE.
           OPEN INPUT CREDIT-SUSP-FILE
           IF WS-CRSUSP-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CREDIT-SUSP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CRS-TBL-COUNT < 500
                               ADD 1 TO WS-CRS-TBL-COUNT
                               MOVE CREDIT-SUSP-REC TO
                                   WS-CRS-RECORD (WS-CRS-TBL-COUNT)
                           ELSE
                               DISPLAY "CREDIT HOLD TABLE FULL - ACK"
                                   " INCOMPLETE"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-SUSP-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      * One pass over the merged input per branch: its own records
      * in their original order, each with the disposition the run
      * gave it, bracketed by controls over just those records.
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-BRANCH-HASH1
           MOVE ZERO TO WS-BRANCH-HASH2
           MOVE ZERO TO WS-BRANCH-CRHD
           MOVE ZERO TO WS-CH-COUNT
           PERFORM RESET-PASS-STATE
           PERFORM WRITE-ACK-HEADER
           OPEN INPUT MERGED-FILE
               DISPLAY "CALCIN.DAT NOT READABLE - EMPTY ACK FOR "
                   WS-BR-CODE (WS-FX)
           END-IF
           PERFORM WRITE-CREDIT-NOTICES
           PERFORM WRITE-ACK-TRAILER
           CLOSE ACK-FILE
           ADD 1 TO WS-ACK-FILES
                   ADD 1 TO WS-DUP-COUNT
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
               WHEN "CRHD"
                   ADD 1 TO WS-CRHD-COUNT
                   ADD 1 TO WS-BRANCH-CRHD
                   PERFORM COUNT-CLIENT-HOLD
               WHEN OTHER
                   ADD 1 TO WS-PROC-COUNT
           END-EVALUATE
      * The calculator's edit order replayed: reject first (a reject
      * never enters the seen table), then the duplicate check (the
      * first non-rejected occurrence of a pair is remembered, later
      * ones were diverted), then the credit hold, then the hold.
      * Reject, credit-hold and hold entries
      * match the full record image and are consumed, so the
      * acknowledgment follows each occurrence, not just its key.
       SET-DISPOSITION.
               IF WS-FOUND-SW = "Y"
                   MOVE "DUP " TO AK-DISPOSITION
               ELSE
                   PERFORM MATCH-CREDIT-ENTRY
                   IF WS-FOUND-SW = "Y"
                       MOVE "CRHD" TO AK-DISPOSITION
                       MOVE "H001" TO AK-REASON-CODE
                   ELSE
                       PERFORM MATCH-HOLD-ENTRY
                       IF WS-FOUND-SW = "Y"
                           MOVE "HELD" TO AK-DISPOSITION
                       ELSE
                           MOVE "PROC" TO AK-DISPOSITION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-CREDIT-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-CRS-TBL-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-CRS-USED (WS-TX) = "N"
                   AND WS-CRS-RECORD (WS-TX)
                       = TRANSACTION-RECORD
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE "Y" TO WS-CRS-USED (WS-TX)
               END-IF
           END-PERFORM.

       COUNT-CLIENT-HOLD.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CH-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-CH-CLIENT (WS-KX) = TR-ID(1:3)
                   MOVE "Y" TO WS-FOUND-SW
                   ADD 1 TO WS-CH-HELD (WS-KX)
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               IF WS-CH-COUNT < 100
                   ADD 1 TO WS-CH-COUNT
                   MOVE TR-ID(1:3) TO WS-CH-CLIENT (WS-CH-COUNT)
                   MOVE 1 TO WS-CH-HELD (WS-CH-COUNT)
               ELSE
                   DISPLAY "CLIENT HOLD TABLE FULL - NO NOTICE FOR "
                       TR-ID(1:3)
               END-IF
           END-IF.

      * One notice per held client ahead of the trailer, and one
      * alert per branch so the morning digest shows it too.
       WRITE-CREDIT-NOTICES.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CH-COUNT
               MOVE "NTC"          TO AN-RECORD-TYPE
               MOVE "CRHOLD"       TO AN-CODE
               MOVE WS-CH-CLIENT (WS-KX) TO AN-CLIENT
               MOVE WS-CH-HELD (WS-KX)   TO AN-COUNT
               MOVE "CREDIT HOLD"  TO AN-TEXT
               WRITE ACK-REC FROM ACK-NOTICE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
           END-PERFORM
           IF WS-BRANCH-CRHD > ZERO
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "CRHOLD" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-BR-CODE (WS-FX) " " WS-BRANCH-CRHD
                   " HELD - CLIENT CREDIT HOLD"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               DISPLAY "CREDIT HOLD: BRANCH " WS-BR-CODE (WS-FX)
                   " " WS-BRANCH-CRHD " TRANSACTION(S) HELD"
           END-IF.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "BRANCH-ACK"       TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

       MATCH-REJECT-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-HOLD-TBL-COUNT
               MOVE "N" TO WS-HOLD-USED (WS-TX)
           END-PERFORM
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-CRS-TBL-COUNT
               MOVE "N" TO WS-CRS-USED (WS-TX)
           END-PERFORM.

       WRITE-ACK-HEADER.
           MOVE "HDR"       TO BCH-RECORD-TYPE
           MOVE WS-RUN-DATE TO BCH-FILE-DATE
           MOVE "CALCACK"   TO BCH-SOURCE
           MOVE PC-CYCLE-NUMBER TO BCH-CYCLE
           WRITE ACK-REC FROM BATCH-HEADER-RECORD.

       WRITE-ACK-TRAILER.
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

       OPEN-RUN-LOG.
           MOVE "BRANCH-ACK"     TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "BRANCH-ACK"     TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-DETAIL-COUNT  TO RL-INPUT-COUNT
           MOVE WS-ACK-COUNT     TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           DISPLAY "  REJECTED:          " WS-REJ-COUNT.
           DISPLAY "  HELD:              " WS-HELD-COUNT.
           DISPLAY "  DUPLICATES:        " WS-DUP-COUNT.
           DISPLAY "  CREDIT HOLD:       " WS-CRHD-COUNT.
           DISPLAY "CREDIT HOLD NOTICES: " WS-NOTICE-COUNT.
