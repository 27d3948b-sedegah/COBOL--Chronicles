      * cutoffs, every applied change is written to the ADJAUDIT.DAT
      * audit trail, and the corrected file lands in GRADES.NEW for
      * run-grade-adjustments.sh to promote before it refreshes the
      * GRADE-SUMMARY distribution. An Incomplete (I) on file is
      * completed by an ordinary card against its 000 score; reason
      * code IEXP, written by INCOMPL-SWEEP when the completion
      * deadline has passed, turns it to F and is refused against
      * anything that is not an open Incomplete. A withdrawal (W)
      * has no score to change and is never adjusted here. Only a
      * section its instructor has certified through GRADE-CERT
      * (SECTCERT.DAT) is adjusted here; until then the roster is
      * still the instructor's to correct and regrade.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      * Section certification file kept by GRADE-CERT - see
      * copybooks/CERTREC.cpy. A missing file means no section has
      * been certified yet.
           SELECT CERT-FILE ASSIGN TO "SECTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           05  SH-SCORE        PIC 9(3).
           05  SH-GRADE        PIC X.

       FD  CERT-FILE.
       COPY CERTREC.

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-HISTORY-STATUS   PIC XX.
       77  WS-CERT-STATUS      PIC XX.
       77  WS-CTX              PIC 9(3) COMP VALUE ZERO.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
               10  WS-ADJ-REASON    PIC X(4).
               10  WS-ADJ-APPLIED   PIC X.

      * Sections GRADE-CERT has certified, from SECTCERT.DAT.
       01  WS-CERTIFIED-TABLE.
           05  WS-CERTIFIED-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CERTIFIED-ENTRY OCCURS 500 TIMES.
               10  WS-CRT-SECTION  PIC X(3).
               10  WS-CRT-TERM     PIC X(6).

       01  ADJUST-REJECT-LINE.
           05  ARJ-CARD        PIC X(25).
           05  FILLER          PIC X     VALUE SPACE.
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CERTIFIED-SECTIONS

           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GRADE-FILE
                   AT END
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

      * A missing card file means no appeals were keyed - not an
               END-IF
           END-PERFORM.

      * A section still waiting for its instructor's certification
      * has nothing on the history master to adjust - the roster is
      * corrected and regraded instead.
       APPLY-ADJUSTMENT.
           PERFORM VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-CERTIFIED-COUNT
                       OR (WS-CRT-SECTION (WS-CTX) = GR-SECTION
                           AND WS-CRT-TERM (WS-CTX) = GR-TERM)
               CONTINUE
           END-PERFORM
           IF WS-CTX > WS-CERTIFIED-COUNT
               MOVE "X" TO WS-ADJ-APPLIED (WS-MATCH-IX)
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM BUILD-REJECT-CARD
               MOVE "SECTION NOT CERTIFIED" TO ARJ-REASON
               WRITE ADJUST-REJECT-REC FROM ADJUST-REJECT-LINE
               DISPLAY "ADJUSTMENT REJECTED: " GR-STUDENT-ID
                   " SECTION " GR-SECTION " " GR-TERM
                   " NOT CERTIFIED - CORRECT THE ROSTER"
           ELSE
               PERFORM CHECK-OLD-SCORE
           END-IF.

      * The appeal's old score must match the score on file; a
      * stale card is rejected rather than applied on top of a
      * correction someone already made.
       CHECK-OLD-SCORE.
           IF WS-ADJ-OLD (WS-MATCH-IX) NOT = GR-SCORE
               MOVE "X" TO WS-ADJ-APPLIED (WS-MATCH-IX)
               ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "ADJUSTMENT REJECTED: " GR-STUDENT-ID
                       " NO REASON CODE"
               ELSE
                   PERFORM CHECK-UNSCORED-GRADE
               END-IF
           END-IF.

      * A withdrawal is not a score that can be appealed, and an
      * expiry card only stands against an Incomplete still open -
      * one completed since the sweep ran is left as completed.
       CHECK-UNSCORED-GRADE.
           EVALUATE TRUE
               WHEN GR-GRADE = "W"
                   MOVE "X" TO WS-ADJ-APPLIED (WS-MATCH-IX)
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM BUILD-REJECT-CARD
                   MOVE "WITHDRAWAL HAS NO SCORE" TO ARJ-REASON
                   WRITE ADJUST-REJECT-REC FROM ADJUST-REJECT-LINE
                   DISPLAY "ADJUSTMENT REJECTED: " GR-STUDENT-ID
                       " GRADE IS W"
               WHEN WS-ADJ-REASON (WS-MATCH-IX) = "IEXP"
                       AND GR-GRADE NOT = "I"
                   MOVE "X" TO WS-ADJ-APPLIED (WS-MATCH-IX)
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM BUILD-REJECT-CARD
                   MOVE "NOT AN OPEN INCOMPLETE" TO ARJ-REASON
                   WRITE ADJUST-REJECT-REC FROM ADJUST-REJECT-LINE
                   DISPLAY "ADJUSTMENT REJECTED: " GR-STUDENT-ID
                       " NOT AN OPEN INCOMPLETE"
               WHEN OTHER
                   PERFORM CHANGE-GRADE-RECORD
           END-EVALUATE.

       CHANGE-GRADE-RECORD.
           MOVE GR-SCORE TO AA-OLD-SCORE
           MOVE GR-GRADE TO AA-OLD-GRADE
           MOVE WS-ADJ-NEW (WS-MATCH-IX) TO GR-SCORE
           PERFORM DERIVE-LETTER-GRADE
           IF WS-ADJ-REASON (WS-MATCH-IX) = "IEXP"
               MOVE "F" TO GRADE
               MOVE "Incomplete Expired" TO STATUS-MSG
           END-IF
           MOVE GRADE      TO GR-GRADE
           MOVE STATUS-MSG TO GR-STATUS
           MOVE "Y" TO WS-ADJ-APPLIED (WS-MATCH-IX)
               END-IF
           END-PERFORM.

      * A missing certification file just means nothing has been
      * certified yet, and every card will reject.
       LOAD-CERTIFIED-SECTIONS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CT-STATUS = "C"
                               PERFORM STORE-CERTIFIED-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       STORE-CERTIFIED-SECTION.
           IF WS-CERTIFIED-COUNT < 500
               ADD 1 TO WS-CERTIFIED-COUNT
               MOVE CT-SECTION TO WS-CRT-SECTION (WS-CERTIFIED-COUNT)
               MOVE CT-TERM    TO WS-CRT-TERM (WS-CERTIFIED-COUNT)
           ELSE
               DISPLAY "CERTIFIED SECTION TABLE FULL - "
                   CT-SECTION " " CT-TERM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ADJUST-AUDIT.
           OPEN EXTEND ADJUST-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
           MOVE "GRADE-ADJUST"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "GRADE-ADJUST"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-GRADE-IN-COUNT  TO RL-INPUT-COUNT
           MOVE WS-GRADE-OUT-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
