      * is the value the master must hold today. Every master record
      * that has drifted from its derived values is reported, as is
      * a master record with no audit chain at all, a chain with no
      * master record behind it, and a break inside a chain. A
      * DELETED image (DORMANT-SWEEP or a MASTER-MAINT D card) closes
      * its chain: the ID must then be off the master, and a later
      * image starts the chain again from nothing. Run
      * after every MASTER-RELOAD and before every month-end close;
      * any finding ends the step RC=8 and the master must not be
      * trusted until the drift is explained.
           05  MR-QUOTIENT     PIC 9(8).
           05  MR-REMAINDER    PIC 9(8).
           05  MR-PERCENT      PIC 9(8).
           05  MR-LAST-ACTIVE  PIC X(8).
           05  MR-TXN-COUNT    PIC 9(7).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-REC   PIC X(80).
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
           05  WS-NO-CHAIN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NO-MASTER-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-BREAK-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-DELETED-IDS      PIC 9(7) VALUE ZERO.
           05  WS-NOT-DELETED-COUNT PIC 9(7) VALUE ZERO.

       COPY MSTAUDIT.

           05  WS-CHAIN-ENTRY OCCURS 500 TIMES.
               10  WS-CH-TR-ID     PIC X(9).
               10  WS-CH-ON-MASTER PIC X.
               10  WS-CH-DELETED   PIC X.
               10  WS-CH-FIELD OCCURS 6 TIMES.
                   15  WS-CH-SEEN      PIC X.
                   15  WS-CH-VALUE     PIC X(9).
           IF WS-CX = ZERO
               MOVE "N" TO WS-VERIFY-OK-SW
           ELSE
               IF MA-FIELD-NAME = "DELETED"
                   PERFORM CHAIN-DELETE-IMAGE
               ELSE
                   PERFORM CHAIN-VALUE-IMAGE
               END-IF
           END-IF.

       CHAIN-VALUE-IMAGE.
           MOVE "N" TO WS-CH-DELETED (WS-CX)
           PERFORM SET-FIELD-INDEX
           IF WS-FX > ZERO
               IF WS-CH-SEEN (WS-CX, WS-FX) = "Y"
                   AND MA-OLD-VALUE
                       NOT = WS-CH-VALUE (WS-CX, WS-FX)
                   PERFORM REPORT-CHAIN-BREAK
               END-IF
               MOVE "Y" TO WS-CH-SEEN (WS-CX, WS-FX)
               MOVE MA-NEW-VALUE TO WS-CH-VALUE (WS-CX, WS-FX)
           ELSE
               MOVE "N" TO WS-VERIFY-OK-SW
               DISPLAY "UNKNOWN AUDIT FIELD '" MA-FIELD-NAME
                   "' FOR " MA-TR-ID
           END-IF.

      * The record went off the master here, so nothing chained so
      * far is owed by it any more; if the ID comes back, the
      * calculator's (NEW) image starts every field from zero again.
       CHAIN-DELETE-IMAGE.
           MOVE "Y" TO WS-CH-DELETED (WS-CX)
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               MOVE "N"    TO WS-CH-SEEN (WS-CX, WS-FX)
               MOVE SPACES TO WS-CH-VALUE (WS-CX, WS-FX)
           END-PERFORM.

       FIND-OR-ADD-CHAIN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   ADD 1 TO WS-CHAINED-IDS
                   MOVE MA-TR-ID TO WS-CH-TR-ID (WS-CX)
                   MOVE "N"      TO WS-CH-ON-MASTER (WS-CX)
                   MOVE "N"      TO WS-CH-DELETED (WS-CX)
                   PERFORM VARYING WS-FX FROM 1 BY 1
                           UNTIL WS-FX > 6
                       MOVE "N"    TO WS-CH-SEEN (WS-CX, WS-FX)
           ELSE
               SUBTRACT 1 FROM WS-CX
               MOVE "Y" TO WS-CH-ON-MASTER (WS-CX)
               IF WS-CH-DELETED (WS-CX) = "Y"
                   MOVE "N" TO WS-VERIFY-OK-SW
                   ADD 1 TO WS-NOT-DELETED-COUNT
                   MOVE MR-ID          TO VL-TR-ID
                   MOVE SPACES         TO VL-FIELD VL-MASTER VL-DERIVED
                   MOVE "DELETED BUT ON FILE" TO VL-FINDING
                   WRITE VERIFY-REPORT-REC FROM VERIFY-LINE
                   DISPLAY "DELETED BUT STILL ON MASTER: " MR-ID
               ELSE
                   PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
                       PERFORM VERIFY-ONE-FIELD
                   END-PERFORM
               END-IF
           END-IF.

       VERIFY-ONE-FIELD.
           DISPLAY "DRIFT: " MR-ID " " WS-FIELD-NAME (WS-FX).

      * A chain whose TR-ID never turned up on the master walk is a
      * record someone has deleted without an audit image - or a
      * reload that lost it. One closed by a DELETED image is meant
      * to be gone and is only counted.
       REPORT-ORPHAN-CHAINS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CHAIN-COUNT
               IF WS-CH-DELETED (WS-CX) = "Y"
                   ADD 1 TO WS-DELETED-IDS
               END-IF
               IF WS-CH-ON-MASTER (WS-CX) = "N"
                       AND WS-CH-DELETED (WS-CX) = "N"
                   MOVE "N" TO WS-VERIFY-OK-SW
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE WS-CH-TR-ID (WS-CX) TO VL-TR-ID
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
           MOVE "MASTER-VERIFY"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "MASTER-VERIFY"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-AUDIT-READ-COUNT TO RL-INPUT-COUNT
           MOVE WS-MASTER-COUNT  TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           DISPLAY "NO AUDIT CHAIN:      " WS-NO-CHAIN-COUNT.
           DISPLAY "NO MASTER RECORD:    " WS-NO-MASTER-COUNT.
           DISPLAY "CHAIN BREAKS:        " WS-BREAK-COUNT.
           DISPLAY "DELETED TR-IDS:      " WS-DELETED-IDS.
           DISPLAY "DELETED BUT ON FILE: " WS-NOT-DELETED-COUNT.
