       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-SCORE.

      * Daily branch service-level capture. The merge's arrival
      * record (FEEDARR.DAT - when each feed was first found, and
      * whether it proved out against its own controls first time)
      * and the branch's acknowledgment file from BRANCH-ACK (every
      * record's PROC/REJ/HELD/DUP/CRHD disposition) are both gone
      * or overwritten by the next run, so this step folds them
      * into one scorecard row per active branch for the business
      * date and cycle on SCOREHST.DAT: on-time delivery, volume,
      * rejects by reason code, duplicates and control failures.
      * The history is rewritten to SCOREHST.NEW and promoted by the
      * batch driver, replacing any earlier rows for the same date
      * and cycle so a rerun cannot double them. SCORECARD-RPT
      * reports a month of it. A branch whose arrival record or
      * acknowledgment file is missing, or whose ACK is left over
      * from another run, still gets its row - marked unknown or
      * with no volume - and the step ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      * Per-feed arrival and first-pass control results written by
      * CALC-MERGE - see copybooks/FEEDARR.cpy.
           SELECT FEED-ARRIVAL-FILE ASSIGN TO "FEEDARR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-ARRIVAL-STATUS.

      * One SELECT serves every branch's return file - the name is
      * built from the branch code as <code>ACK.DAT, as BRANCH-ACK
      * builds it.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "SCOREHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "SCOREHST.NEW"
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

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REGISTRY-FILE.
       COPY FEEDREG.

       FD  FEED-ARRIVAL-FILE.
       COPY FEEDARR.

       FD  ACK-FILE.
       01  ACK-REC             PIC X(32).

       FD  HIST-IN-FILE.
       01  HIST-IN-REC         PIC X(116).

       FD  HIST-OUT-FILE.
       01  HIST-OUT-REC        PIC X(116).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REGISTRY-STATUS  PIC XX.
       77  WS-ARRIVAL-STATUS   PIC XX.
       77  WS-ACK-STATUS       PIC XX.
       77  WS-HISTIN-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-RUN-CYCLE        PIC X.
       77  WS-HIST-CYCLE       PIC X.
       77  WS-ACK-FILENAME     PIC X(20).
       77  WS-ARRIVAL-OPEN-SW  PIC X VALUE "N".
       77  WS-ACK-CURRENT-SW   PIC X VALUE "N".
       77  WS-FX               PIC 9(3) COMP VALUE ZERO.
       77  WS-RX               PIC 9(3) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-ACK-READ-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HIST-KEPT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-HIST-ADDED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-GAP-COUNT        PIC 9(3) VALUE ZERO.

      * Active branches from the feed registry - one scorecard row
      * is written per entry, whatever turned up for it.
       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  WS-BR-CODE      PIC X(3) OCCURS 10 TIMES.

       COPY BRSCORE.

       COPY ACKREC.

       COPY BATCHCTL.

       COPY PARMCARD.

       COPY ALERTREC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE PC-CYCLE-NUMBER  TO WS-RUN-CYCLE
           PERFORM LOAD-BRANCH-LIST
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM OPEN-ARRIVAL-FILE
           PERFORM CARRY-HISTORY-FORWARD
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-BR-COUNT
               PERFORM SCORE-ONE-BRANCH
           END-PERFORM
           CLOSE HIST-OUT-FILE
           IF WS-ARRIVAL-OPEN-SW = "Y"
               CLOSE FEED-ARRIVAL-FILE
           END-IF

           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so the driver's restart check reruns
      * this step instead of skipping past the failure.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-GAP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE 4: " WS-GAP-COUNT
                   " BRANCH(ES) SCORED WITH MISSING INPUT - SEE"
                   " THE MESSAGES ABOVE"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LOAD-BRANCH-LIST.
           OPEN INPUT FEED-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "FEED REGISTRY FEEDREG.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ FEED-REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF FR-ACTIVE-FLAG = "A"
                           AND WS-BR-COUNT < 10
                           ADD 1 TO WS-BR-COUNT
                           MOVE FR-BRANCH-CODE
                               TO WS-BR-CODE (WS-BR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-REGISTRY-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      * No arrival file means the merge could not record one; every
      * branch is then scored with its arrival unknown.
       OPEN-ARRIVAL-FILE.
           OPEN INPUT FEED-ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS = "00"
               MOVE "Y" TO WS-ARRIVAL-OPEN-SW
           ELSE
               DISPLAY "FEEDARR.DAT NOT READABLE - STATUS "
                   WS-ARRIVAL-STATUS " - ARRIVALS SCORED UNKNOWN"
           END-IF.

      * Carry every prior date and cycle forward untouched and drop
      * any earlier rows for this date and cycle - a rerun replaces,
      * never doubles. Today's rows are appended after them.
       CARRY-HISTORY-FORWARD.
           OPEN OUTPUT HIST-OUT-FILE
           OPEN INPUT HIST-IN-FILE
           IF WS-HISTIN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HIST-IN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HIST-IN-REC TO BRANCH-SCORE-RECORD
                           MOVE BS-CYCLE TO WS-HIST-CYCLE
                           IF WS-HIST-CYCLE = SPACE
                               MOVE "1" TO WS-HIST-CYCLE
                           END-IF
                           IF BS-DATE NOT = WS-RUN-DATE
                                   OR WS-HIST-CYCLE
                                       NOT = WS-RUN-CYCLE
                               WRITE HIST-OUT-REC
                                   FROM BRANCH-SCORE-RECORD
                               ADD 1 TO WS-HIST-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-IN-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       SCORE-ONE-BRANCH.
           MOVE SPACES TO BRANCH-SCORE-RECORD
           MOVE WS-RUN-DATE        TO BS-DATE
           MOVE WS-RUN-CYCLE       TO BS-CYCLE
           MOVE WS-BR-CODE (WS-FX) TO BS-BRANCH
           MOVE ZERO TO BS-CONTROL-FAILS
           MOVE ZERO TO BS-RECORDS
           MOVE ZERO TO BS-PROCESSED
           MOVE ZERO TO BS-REJECTED
           MOVE ZERO TO BS-HELD
           MOVE ZERO TO BS-DUPLICATES
           MOVE ZERO TO BS-CREDIT-HELD
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               MOVE ZERO TO BS-REASON-REJECTS (WS-RX)
           END-PERFORM
           PERFORM SCORE-ARRIVAL
           PERFORM COUNT-DISPOSITIONS
           WRITE HIST-OUT-REC FROM BRANCH-SCORE-RECORD
           ADD 1 TO WS-HIST-ADDED-COUNT
           DISPLAY "BRANCH " BS-BRANCH
               " ARRIVAL " BS-ARRIVAL
               " FIRST-PASS " BS-FIRST-BALANCED
               " RECORDS " BS-RECORDS
               " REJ " BS-REJECTED
               " DUP " BS-DUPLICATES.

      * The merge only reaches this step once every active feed has
      * arrived and balanced, so a missing arrival record means the
      * merge could not write it, not that the feed never came.
       SCORE-ARRIVAL.
           MOVE "U" TO BS-ARRIVAL
           IF WS-ARRIVAL-OPEN-SW = "Y"
               MOVE WS-RUN-DATE        TO FA-DATE
               MOVE PC-CYCLE-NUMBER    TO FA-CYCLE
               MOVE WS-BR-CODE (WS-FX) TO FA-BRANCH
               READ FEED-ARRIVAL-FILE
                   INVALID KEY
                       MOVE SPACES TO FA-ARRIVED-AT
                   NOT INVALID KEY
                       PERFORM TAKE-ARRIVAL-RECORD
               END-READ
           END-IF
           IF BS-ARRIVAL = "U"
               DISPLAY "NO ARRIVAL RECORD FOR BRANCH " BS-BRANCH
                   " - ARRIVAL SCORED UNKNOWN"
               MOVE SPACES TO WS-ALERT-TEXT
               STRING BS-BRANCH " NO ARRIVAL RECORD THIS CYCLE"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM ALERT-SCORE-GAP
           END-IF.

       TAKE-ARRIVAL-RECORD.
           IF FA-ARRIVED-AT NOT = SPACES
               MOVE FA-ARRIVED-AT TO BS-ARRIVED-AT
               IF FA-ON-TIME = "N"
                   MOVE "L" TO BS-ARRIVAL
               ELSE
                   MOVE "O" TO BS-ARRIVAL
               END-IF
           END-IF
           EVALUATE FA-FIRST-RESULT
               WHEN "B"
                   MOVE "Y" TO BS-FIRST-BALANCED
               WHEN "F"
                   MOVE "N" TO BS-FIRST-BALANCED
               WHEN OTHER
                   MOVE SPACE TO BS-FIRST-BALANCED
           END-EVALUATE
           MOVE FA-CONTROL-FAILS TO BS-CONTROL-FAILS.

      * The branch's ACK file is only scored when its header says
      * it was written for this date and cycle - a file left over
      * from an earlier run would score yesterday's volume as
      * today's.
       COUNT-DISPOSITIONS.
           MOVE SPACES TO WS-ACK-FILENAME
           STRING WS-BR-CODE (WS-FX) "ACK.DAT"
               DELIMITED BY SIZE INTO WS-ACK-FILENAME
           MOVE "N" TO WS-ACK-CURRENT-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ACK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CLASSIFY-ACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-ACK-CURRENT-SW = "N"
               MOVE ZERO TO BS-RECORDS
               MOVE ZERO TO BS-PROCESSED
               MOVE ZERO TO BS-REJECTED
               MOVE ZERO TO BS-HELD
               MOVE ZERO TO BS-DUPLICATES
               MOVE ZERO TO BS-CREDIT-HELD
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
                   MOVE ZERO TO BS-REASON-REJECTS (WS-RX)
               END-PERFORM
               DISPLAY "ACK FILE " WS-ACK-FILENAME
                   " MISSING OR NOT FOR THIS DATE AND CYCLE -"
                   " NO VOLUME SCORED"
               MOVE SPACES TO WS-ALERT-TEXT
               STRING BS-BRANCH " ACK FILE MISSING OR NOT THIS CYCLE"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM ALERT-SCORE-GAP
           END-IF.

      * Notices are not details and the trailer only restates the
      * count, so only the header and the details matter here.
       CLASSIFY-ACK-RECORD.
           EVALUATE ACK-REC(1:3)
               WHEN "HDR"
                   MOVE ACK-REC TO BATCH-HEADER-RECORD
                   IF BCH-FILE-DATE = WS-RUN-DATE
                           AND BCH-CYCLE = WS-RUN-CYCLE
                       MOVE "Y" TO WS-ACK-CURRENT-SW
                   END-IF
               WHEN "TRL"
                   CONTINUE
               WHEN "NTC"
                   CONTINUE
               WHEN OTHER
                   MOVE ACK-REC TO ACK-RECORD
                   ADD 1 TO WS-ACK-READ-COUNT
                   PERFORM TALLY-DISPOSITION
           END-EVALUATE.

       TALLY-DISPOSITION.
           ADD 1 TO BS-RECORDS
           EVALUATE AK-DISPOSITION
               WHEN "REJ "
                   ADD 1 TO BS-REJECTED
                   PERFORM TALLY-REJECT-REASON
               WHEN "DUP "
                   ADD 1 TO BS-DUPLICATES
               WHEN "HELD"
                   ADD 1 TO BS-HELD
               WHEN "CRHD"
                   ADD 1 TO BS-CREDIT-HELD
               WHEN OTHER
                   ADD 1 TO BS-PROCESSED
           END-EVALUATE.

      * Reason codes R001 to R009 each have a slot; anything else
      * still counts in the reject total.
       TALLY-REJECT-REASON.
           IF AK-REASON-CODE(1:1) = "R"
                   AND AK-REASON-CODE(2:3) NUMERIC
               MOVE AK-REASON-CODE(2:3) TO WS-RX
               IF WS-RX >= 1 AND WS-RX <= 9
                   ADD 1 TO BS-REASON-REJECTS (WS-RX)
               END-IF
           END-IF.

       ALERT-SCORE-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "SCOREGAP" TO WS-ALERT-CODE
           PERFORM WRITE-ALERT-RECORD.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "BRANCH-SCORE"     TO AL-STEP
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

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "BRANCH-SCORE"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "BRANCH-SCORE"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-ACK-READ-COUNT TO RL-INPUT-COUNT
           MOVE WS-HIST-ADDED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== BRANCH SCORECARD CAPTURE =====".
           DISPLAY "BRANCHES SCORED:       " WS-BR-COUNT.
           DISPLAY "ACK DETAILS READ:      " WS-ACK-READ-COUNT.
           DISPLAY "HISTORY ROWS KEPT:     " WS-HIST-KEPT-COUNT.
           DISPLAY "HISTORY ROWS ADDED:    " WS-HIST-ADDED-COUNT.
           DISPLAY "BRANCHES WITH GAPS:    " WS-GAP-COUNT.
