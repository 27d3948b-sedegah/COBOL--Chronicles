       PROGRAM-ID. PERIOD-CLOSE.

      * Month-end close over the period ledger the calculator posts
      * one record per business date and processing cycle. Rolls
      * each date's cycles together into one day and sums the
      * period's days - total input, accepted, rejected, held and
      * billed across every run -
      * reconciles the billed total against the BILLEVT.DAT event
      * count, reports the suspense and hold files' open items, and
      * prints the PERIOD.RPT statement. A period that balances is
           SELECT PERIOD-LEDGER-FILE ASSIGN TO "../../PERLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PERLEDG-STATUS.

           SELECT BILLING-FILE
       FILE SECTION.
       FD  PERIOD-LEDGER-FILE.
       01  PERIOD-LEDGER-REC.
           05  PL-KEY.
               10  PL-DATE     PIC X(8).
               10  PL-CYCLE    PIC 9.
           05  PL-INPUT        PIC 9(7).
           05  PL-ACCEPTED     PIC 9(7).
           05  PL-REJECTED     PIC 9(7).
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-PERIOD           PIC X(6).
       77  WS-BALANCE-SW       PIC X VALUE "Y".
       77  WS-ALREADY-CLOSED-SW PIC X VALUE "N".
       77  WS-DAY-DATE         PIC X(8) VALUE SPACES.

       01  WS-RUN-COUNTS.
           05  WS-DAY-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CYCLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-INPUT      PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-ACCEPTED   PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-OPEN    PIC 9(7) VALUE ZERO.
           05  WS-HOLD-OPEN        PIC 9(7) VALUE ZERO.

      * One business date's cycles, rolled together until the
      * ledger moves on to the next date.
       01  WS-DAY-TOTALS.
           05  WS-DAY-CYCLES       PIC 9(3) VALUE ZERO.
           05  WS-DAY-INPUT        PIC 9(7) VALUE ZERO.
           05  WS-DAY-ACCEPTED     PIC 9(7) VALUE ZERO.
           05  WS-DAY-REJECTED     PIC 9(7) VALUE ZERO.
           05  WS-DAY-HELD         PIC 9(7) VALUE ZERO.
           05  WS-DAY-BILLED       PIC 9(7) VALUE ZERO.

       COPY PARMCARD.

       COPY ALERTREC.
           05  FILLER          PIC X(8)  VALUE "    HELD".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "  BILLED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "CYCLES".

       01  STMT-DAY-LINE.
           05  SD-DATE         PIC X(8).
           05  SD-HELD         PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-BILLED       PIC ZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-CYCLES       PIC ZZ9.

       01  STMT-TEXT-LINE.
           05  ST-TEXT         PIC X(36).
           ELSE
               MOVE WS-PERIOD TO PL-DATE(1:6)
               MOVE "01"      TO PL-DATE(7:2)
               MOVE ZERO      TO PL-CYCLE
               START PERIOD-LEDGER-FILE KEY NOT < PL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF PL-DATE(1:6) = WS-PERIOD
                               PERFORM SUM-ONE-LEDGER-CYCLE
                           ELSE
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM PRINT-LEDGER-DAY
               CLOSE PERIOD-LEDGER-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
               MOVE "N" TO WS-BALANCE-SW
           END-IF.

      * The ledger is keyed date then cycle, so a date's cycles
      * arrive together: the day line prints when the date changes.
       SUM-ONE-LEDGER-CYCLE.
           IF PL-DATE NOT = WS-DAY-DATE
               PERFORM PRINT-LEDGER-DAY
               MOVE PL-DATE TO WS-DAY-DATE
               ADD 1 TO WS-DAY-COUNT
           END-IF
           ADD 1 TO WS-CYCLE-COUNT
           ADD 1 TO WS-DAY-CYCLES
           ADD PL-INPUT    TO WS-DAY-INPUT
           ADD PL-ACCEPTED TO WS-DAY-ACCEPTED
           ADD PL-REJECTED TO WS-DAY-REJECTED
           ADD PL-HELD     TO WS-DAY-HELD
           ADD PL-BILLED   TO WS-DAY-BILLED
           ADD PL-INPUT    TO WS-TOTAL-INPUT
           ADD PL-ACCEPTED TO WS-TOTAL-ACCEPTED
           ADD PL-REJECTED TO WS-TOTAL-REJECTED
           ADD PL-HELD     TO WS-TOTAL-HELD
           ADD PL-BILLED   TO WS-TOTAL-BILLED.

       PRINT-LEDGER-DAY.
           IF WS-DAY-DATE NOT = SPACES
               MOVE WS-DAY-DATE     TO SD-DATE
               MOVE WS-DAY-INPUT    TO SD-INPUT
               MOVE WS-DAY-ACCEPTED TO SD-ACCEPTED
               MOVE WS-DAY-REJECTED TO SD-REJECTED
               MOVE WS-DAY-HELD     TO SD-HELD
               MOVE WS-DAY-BILLED   TO SD-BILLED
               MOVE WS-DAY-CYCLES   TO SD-CYCLES
               WRITE STATEMENT-REC FROM STMT-DAY-LINE
           END-IF
           MOVE ZERO TO WS-DAY-CYCLES
           MOVE ZERO TO WS-DAY-INPUT
           MOVE ZERO TO WS-DAY-ACCEPTED
           MOVE ZERO TO WS-DAY-REJECTED
           MOVE ZERO TO WS-DAY-HELD
           MOVE ZERO TO WS-DAY-BILLED.

      * Run before the billing job retires the events, so the live
      * BILLEVT.DAT still carries the whole period.
           END-IF.

       PRINT-PERIOD-TOTALS.
           MOVE "BUSINESS DAYS POSTED                " TO ST-TEXT
           MOVE WS-DAY-COUNT TO ST-COUNT
           WRITE STATEMENT-REC FROM STMT-TEXT-LINE
           MOVE "PROCESSING CYCLES POSTED            " TO ST-TEXT
           MOVE WS-CYCLE-COUNT TO ST-COUNT
           WRITE STATEMENT-REC FROM STMT-TEXT-LINE
           MOVE "PERIOD TOTAL INPUT                  " TO ST-TEXT
           MOVE WS-TOTAL-INPUT TO ST-COUNT
           WRITE STATEMENT-REC FROM STMT-TEXT-LINE
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

      * One structured alert per console problem message, appended
           MOVE "PERIOD-CLOSE"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "PERIOD-CLOSE"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-DAY-COUNT     TO RL-INPUT-COUNT
           MOVE WS-DAY-COUNT     TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
       PRINT-RECONCILIATION.
           DISPLAY "===== PERIOD CLOSE =====".
           DISPLAY "LEDGER DAYS SUMMED:  " WS-DAY-COUNT.
           DISPLAY "LEDGER CYCLES:       " WS-CYCLE-COUNT.
           DISPLAY "PERIOD INPUT:        " WS-TOTAL-INPUT.
           DISPLAY "PERIOD ACCEPTED:     " WS-TOTAL-ACCEPTED.
           DISPLAY "PERIOD REJECTED:     " WS-TOTAL-REJECTED.
