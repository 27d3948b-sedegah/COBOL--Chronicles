      * their branch code, sorted into one TR-ID stream, and
      * re-bracketed with a fresh HDR/TRL so SIMPLE-CALCULATOR
      * balances the merged file exactly as it would a single feed.
      * Every pass also records, per active feed, when the file was
      * first found and whether it proved out against its own
      * controls first time (FEEDARR.DAT) - the arrival half of the
      * branch scorecard, which a rerun after a resend would
      * otherwise paper over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      * Per-feed arrival and first-pass control results for the
      * branch scorecard - see copybooks/FEEDARR.cpy.
           SELECT FEED-ARRIVAL-FILE ASSIGN TO "FEEDARR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT MERGED-FILE ASSIGN TO "CALCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  FEED-FILE.
       01  FEED-REC            PIC X(47).

       FD  FEED-ARRIVAL-FILE.
       COPY FEEDARR.

       FD  MERGED-FILE.
       01  MERGED-REC          PIC X(47).

       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.
       77  WS-DAY-NUMBER       PIC 9 VALUE ZERO.
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CAL-EOF-SW       PIC X VALUE "N".
       77  WS-ARRIVAL-STATUS   PIC XX.
       77  WS-ARRIVAL-NEW-SW   PIC X VALUE "N".
       77  WS-WINDOW-CLOSE     PIC X(12).

      * Holidays from CALENDAR.DAT; weekends are non-business by
      * rule and never need a card.

      * One slot per registered feed: its registry card plus the
      * control state and running totals accumulated while the feed
      * is read into the sort. WS-FD-SEEN-AT is the time this pass
      * found the file (blank if it was not there) and WS-FD-CTL-OK
      * whether it proved out against its own controls.
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT   PIC 9(3) COMP VALUE ZERO.
           05  WS-FEED-ENTRY OCCURS 10 TIMES.
               10  WS-FD-TRL-COUNT PIC 9(7).
               10  WS-FD-TRL-HASH1 PIC 9(11).
               10  WS-FD-TRL-HASH2 PIC 9(11).
               10  WS-FD-SEEN-AT   PIC X(12).
               10  WS-FD-CTL-OK    PIC X.

       01  WS-OUT-CONTROLS.
           05  WS-OUT-HASH1    PIC 9(11) VALUE ZERO.
               OUTPUT PROCEDURE IS WRITE-MERGED-FILE

           PERFORM CHECK-FEED-CONTROLS
           PERFORM RECORD-FEED-ARRIVALS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

               MOVE ZERO       TO WS-FD-TRL-COUNT (WS-FEED-COUNT)
               MOVE ZERO       TO WS-FD-TRL-HASH1 (WS-FEED-COUNT)
               MOVE ZERO       TO WS-FD-TRL-HASH2 (WS-FEED-COUNT)
               MOVE SPACES     TO WS-FD-SEEN-AT (WS-FEED-COUNT)
               MOVE "Y"        TO WS-FD-CTL-OK (WS-FEED-COUNT)
               IF FR-ACTIVE-FLAG = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:12)
                   TO WS-FD-SEEN-AT (WS-FX)
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ FEED-FILE
           MOVE FEED-REC TO TRANSACTION-RECORD
           IF TR-ID < WS-FD-PRIOR-ID (WS-FX)
               MOVE "N" TO WS-MERGE-OK-SW
               MOVE "N" TO WS-FD-CTL-OK (WS-FX)
               DISPLAY "FEED " WS-FD-CODE (WS-FX)
                   " OUT OF TR-ID ORDER AT " TR-ID
               MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "HDR"       TO BCH-RECORD-TYPE
           MOVE WS-RUN-DATE TO BCH-FILE-DATE
           MOVE "MERGED"    TO BCH-SOURCE
           MOVE PC-CYCLE-NUMBER TO BCH-CYCLE
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE BATCH-HEADER-RECORD TO TRANSACTION-RECORD(1:20)
           WRITE MERGED-REC FROM TRANSACTION-RECORD.

       WRITE-MERGED-TRAILER.
           END-IF.

       ALERT-FEED-CONTROL.
           MOVE "N" TO WS-FD-CTL-OK (WS-FX)
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "FEEDCTL" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-TEXT
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM WRITE-ALERT-RECORD.

      * Every pass over the date and cycle is remembered per active
      * feed: the first pass that finds the file fixes its arrival
      * time and first-time control result, later passes only add
      * to the pass counts and refresh the latest result. Losing
      * the arrival file is warned about but never holds the merge.
       RECORD-FEED-ARRIVALS.
           OPEN I-O FEED-ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS = "35"
               OPEN OUTPUT FEED-ARRIVAL-FILE
               CLOSE FEED-ARRIVAL-FILE
               OPEN I-O FEED-ARRIVAL-FILE
           END-IF
           IF WS-ARRIVAL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FEEDARR.DAT - STATUS "
                   WS-ARRIVAL-STATUS " - ARRIVALS NOT RECORDED"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "FEEDARR" TO WS-ALERT-CODE
               MOVE "FEED ARRIVALS NOT RECORDED" TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-FEED-COUNT
                   IF WS-FD-ACTIVE (WS-FX) = "A"
                       PERFORM RECORD-ONE-ARRIVAL
                   END-IF
               END-PERFORM
               CLOSE FEED-ARRIVAL-FILE
           END-IF.

       RECORD-ONE-ARRIVAL.
           MOVE WS-RUN-DATE        TO FA-DATE
           MOVE PC-CYCLE-NUMBER    TO FA-CYCLE
           MOVE WS-FD-CODE (WS-FX) TO FA-BRANCH
           MOVE "N" TO WS-ARRIVAL-NEW-SW
           READ FEED-ARRIVAL-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ARRIVAL-NEW-SW
                   PERFORM START-ARRIVAL-RECORD
           END-READ
           ADD 1 TO FA-PASSES
           IF WS-FD-SEEN-AT (WS-FX) = SPACES
               ADD 1 TO FA-MISSING-PASSES
           ELSE
               IF FA-ARRIVED-AT = SPACES
                   PERFORM SET-ARRIVAL-TIME
               END-IF
               IF WS-FD-CTL-OK (WS-FX) = "Y"
                   MOVE "B" TO FA-LAST-RESULT
               ELSE
                   MOVE "F" TO FA-LAST-RESULT
                   ADD 1 TO FA-CONTROL-FAILS
               END-IF
               IF FA-FIRST-RESULT = SPACE
                   MOVE FA-LAST-RESULT TO FA-FIRST-RESULT
               END-IF
               MOVE WS-FD-COUNT (WS-FX) TO FA-RECORDS
           END-IF
           IF WS-ARRIVAL-NEW-SW = "Y"
               WRITE FEED-ARRIVAL-RECORD
                   INVALID KEY
                       DISPLAY "FEEDARR WRITE FAILED FOR " FA-BRANCH
               END-WRITE
           ELSE
               REWRITE FEED-ARRIVAL-RECORD
                   INVALID KEY
                       DISPLAY "FEEDARR REWRITE FAILED FOR "
                           FA-BRANCH
               END-REWRITE
           END-IF.

       START-ARRIVAL-RECORD.
           MOVE WS-RUN-DATE        TO FA-DATE
           MOVE PC-CYCLE-NUMBER    TO FA-CYCLE
           MOVE WS-FD-CODE (WS-FX) TO FA-BRANCH
           MOVE WS-FD-FROM (WS-FX) TO FA-WINDOW-FROM
           MOVE WS-FD-TO (WS-FX)   TO FA-WINDOW-TO
           MOVE SPACES TO FA-ARRIVED-AT
           MOVE SPACE  TO FA-ON-TIME
           MOVE SPACE  TO FA-FIRST-RESULT
           MOVE SPACE  TO FA-LAST-RESULT
           MOVE ZERO   TO FA-PASSES
           MOVE ZERO   TO FA-MISSING-PASSES
           MOVE ZERO   TO FA-CONTROL-FAILS
           MOVE ZERO   TO FA-RECORDS.

      * On time means found no later than the close of the registry
      * window on the business date; a card with no window cannot
      * be late.
       SET-ARRIVAL-TIME.
           MOVE WS-FD-SEEN-AT (WS-FX) TO FA-ARRIVED-AT
           MOVE "Y" TO FA-ON-TIME
           IF FA-WINDOW-TO NUMERIC
               MOVE WS-RUN-DATE  TO WS-WINDOW-CLOSE(1:8)
               MOVE FA-WINDOW-TO TO WS-WINDOW-CLOSE(9:4)
               IF FA-ARRIVED-AT > WS-WINDOW-CLOSE
                   MOVE "N" TO FA-ON-TIME
               END-IF
           END-IF.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
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

       LOAD-CALENDAR-FILE.
           MOVE "CALC-MERGE"     TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "CALC-MERGE"     TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FEED-COUNT
