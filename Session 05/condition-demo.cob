      * Student enrollment master - the pre-edit rejects roster
      * records for students not on file or withdrawn, so ghost
      * students stop at the door instead of riding to the registrar.
      * A withdrawn student's record is let through only when it
      * carries the W grade that records the withdrawal.
           SELECT ENROLL-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * Student history master: one record per student per term.
      * GRADE-CERT posts a section here once its instructor has
      * certified it, and GRADE-ADJUST keeps it current after that,
      * so for a certified section it holds the grades of record -
      * read here, never written.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      * Section certification file kept by GRADE-CERT - see
      * copybooks/CERTREC.cpy. A missing file means no section has
      * been certified yet.
           SELECT CERT-FILE ASSIGN TO "SECTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

      * Section registration file kept by REGISTRATION - see
      * copybooks/REGREC.cpy. Only a student holding a seat in the
      * section is graded in it. A missing file means registration
      * has not started and the roster is taken as keyed.
           SELECT REGISTER-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  SH-SCORE        PIC 9(3).
           05  SH-GRADE        PIC X.

       FD  CERT-FILE.
       COPY CERTREC.

       FD  REGISTER-FILE.
       COPY REGREC.

       WORKING-STORAGE SECTION.
       77 SCORE        PIC 9(3) VALUE 85.
       77 GRADE        PIC X.
       77 STUDENT-ID   PIC X(9).
       77 WS-RUNLOG-STATUS PIC XX.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-CERT-STATUS  PIC XX.
       77 WS-CERTIFIED-SW PIC X VALUE "N".
       77 WS-CTX          PIC 9(3) COMP VALUE ZERO.
       77 WS-REGISTER-STATUS PIC XX.
       77 WS-REGISTER-SW  PIC X VALUE "N".
       77 WS-RGX          PIC 9(4) COMP VALUE ZERO.
       77 WS-ROSTER-KEY   PIC X(18).
       77 WS-PARM-STATUS  PIC XX.
       77 WS-PARM-OK-SW   PIC X VALUE "Y".
       77 WS-SECTMSTR-STATUS PIC XX.
       77 WS-REJECT-SW    PIC X VALUE "N".
       77 WS-SX           PIC 9(3) COMP VALUE ZERO.
       77 WS-EX           PIC 9(3) COMP VALUE ZERO.
       77 WS-COMPLETE-BY  PIC X(8).

       COPY PARMCARD.

               10  WS-ENR-ID       PIC X(9).
               10  WS-ENR-STATUS   PIC X.

      * Sections GRADE-CERT has certified, from SECTCERT.DAT - their
      * grades come from the history master, not the roster.
       01  WS-CERTIFIED-TABLE.
           05  WS-CERTIFIED-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CERTIFIED-ENTRY OCCURS 500 TIMES.
               10  WS-CRT-SECTION  PIC X(3).
               10  WS-CRT-TERM     PIC X(6).

      * Registrations from REGISTER.DAT - the edit scans it for the
      * roster record's student, section and term.
       01  WS-REGISTERED-TABLE.
           05  WS-REGISTERED-COUNT PIC 9(4) COMP VALUE ZERO.
           05  WS-REGISTERED-ENTRY OCCURS 2000 TIMES.
               10  WS-RGT-KEY      PIC X(18).
               10  WS-RGT-STATUS   PIC X.

       01  WS-BAND-COUNTS.
           05  WS-COUNT-A      PIC 9(5) VALUE ZERO.
           05  WS-COUNT-B      PIC 9(5) VALUE ZERO.
           05  WS-COUNT-C      PIC 9(5) VALUE ZERO.
           05  WS-COUNT-D      PIC 9(5) VALUE ZERO.
           05  WS-COUNT-F      PIC 9(5) VALUE ZERO.
           05  WS-COUNT-I      PIC 9(5) VALUE ZERO.
           05  WS-COUNT-W      PIC 9(5) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-INPUT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-OUTPUT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-CARRIED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-KEPT-COUNT   PIC 9(7) VALUE ZERO.

       COPY GRDCUTS.

           PERFORM READ-PARM-CARD
           PERFORM LOAD-SECTION-MASTER
           PERFORM LOAD-ENROLLMENT-MASTER
           PERFORM LOAD-CERTIFIED-SECTIONS
           PERFORM LOAD-REGISTRATIONS
           OPEN INPUT ROSTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT GRADE-FILE
           CLOSE GRADE-FILE
           CLOSE REJECT-FILE
           CLOSE CONTROL-COUNT-FILE
           IF WS-CERTIFIED-COUNT > ZERO
               CLOSE HISTORY-FILE
           END-IF
           CLOSE RUN-LOG-FILE

           STOP RUN.
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

      * A grading run without the section master cannot tell a real
               CLOSE RECYCLE-FILE
           END-IF.

      * A missing certification file just means GRADE-CERT has not
      * certified anything yet - every section grades from the
      * roster. Only certified sections are kept.
       LOAD-CERTIFIED-SECTIONS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = "00"
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
           END-IF
           DISPLAY "CERTIFIED SECTIONS: " WS-CERTIFIED-COUNT.

      * A certified section missing from the table would be
      * regraded from the roster over its grades of record, so an
      * overflow stops the step.
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

      * A missing registration file just means REGISTRATION has
      * never run - the roster is graded as keyed. Once it exists a
      * registration missing from the table would reject a seated
      * student, so an overflow stops the step.
       LOAD-REGISTRATIONS.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE "Y" TO WS-REGISTER-SW
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-REGISTRATION
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               MOVE "N" TO WS-EOF-SWITCH
               DISPLAY "REGISTRATIONS: " WS-REGISTERED-COUNT
           ELSE
               DISPLAY "NO REGISTER.DAT - REGISTRATION EDIT SKIPPED"
           END-IF.

       STORE-REGISTRATION.
           IF WS-REGISTERED-COUNT < 2000
               ADD 1 TO WS-REGISTERED-COUNT
               MOVE RG-KEY    TO WS-RGT-KEY (WS-REGISTERED-COUNT)
               MOVE RG-STATUS TO WS-RGT-STATUS (WS-REGISTERED-COUNT)
           ELSE
               DISPLAY "REGISTRATION TABLE FULL - " RG-KEY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The history master is only read, and only when there is a
      * certified section to carry. Certified grades with no history
      * master behind them cannot be carried, so that stops the step.
       OPEN-HISTORY-FILE.
           IF WS-CERTIFIED-COUNT > ZERO
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "STUDENT HISTORY STUHIST.DAT NOT AVAILABLE"
                       " - STATUS " WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE "CONDITION-DEMO"   TO RL-PROGRAM-ID
           MOVE "START"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO               TO RL-INPUT-COUNT
           MOVE ZERO               TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "CONDITION-DEMO"   TO RL-PROGRAM-ID
           MOVE "END"               TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-INPUT-COUNT     TO RL-INPUT-COUNT
           MOVE WS-OUTPUT-COUNT    TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           IF WS-REJECT-SW = "N"
               PERFORM CHECK-SECTION-MASTER
           END-IF
           IF WS-REJECT-SW = "N"
               PERFORM CHECK-GRADE-CODE
           END-IF
           IF WS-REJECT-SW = "N" AND WS-REGISTER-SW = "Y"
               PERFORM CHECK-REGISTRATION
           END-IF
           IF WS-REJECT-SW = "N"
               PERFORM CHECK-CERTIFIED-SECTION
           END-IF
           IF WS-REJECT-SW = "Y"
               MOVE TRANSACTION-RECORD TO RJ-RAW-RECORD
               WRITE REJECT-REC FROM REJECT-LINE
               MOVE "Y" TO WS-REJECT-SW
           ELSE
               IF WS-ENR-STATUS (WS-EX) = "W"
                       AND TR-OP-CODE NOT = "W"
                   MOVE "R203" TO RJ-REASON-CODE
                   MOVE "STUDENT WITHDRAWN" TO RJ-REASON-TEXT
                   MOVE "Y" TO WS-REJECT-SW
               MOVE "Y" TO WS-REJECT-SW
           END-IF.

      * The grade code is space for a scored record, I or W for a
      * grade without a score. An Incomplete must carry a real
      * completion date or the sweep could never close it.
       CHECK-GRADE-CODE.
           IF TR-OP-CODE NOT = SPACE AND NOT = "I" AND NOT = "W"
               MOVE "R205" TO RJ-REASON-CODE
               MOVE "INVALID GRADE CODE" TO RJ-REASON-TEXT
               MOVE "Y" TO WS-REJECT-SW
           END-IF
           IF TR-OP-CODE = "I"
               MOVE TR-COMPLETE-BY TO WS-COMPLETE-BY
               IF WS-COMPLETE-BY NOT NUMERIC
                       OR WS-COMPLETE-BY(5:2) < "01"
                       OR WS-COMPLETE-BY(5:2) > "12"
                       OR WS-COMPLETE-BY(7:2) < "01"
                       OR WS-COMPLETE-BY(7:2) > "31"
                   MOVE "R206" TO RJ-REASON-CODE
                   MOVE "BAD INCOMPLETE DEADLINE" TO RJ-REASON-TEXT
                   MOVE "Y" TO WS-REJECT-SW
               END-IF
           END-IF.

      * The roster is rebuilt from the registration file, so a
      * record with no seat behind it was keyed in around
      * registration. A withdrawal still grades W against the
      * dropped registration it came off.
       CHECK-REGISTRATION.
           MOVE TR-ID      TO WS-ROSTER-KEY(1:9)
           MOVE TR-SECTION TO WS-ROSTER-KEY(10:3)
           MOVE TR-TERM    TO WS-ROSTER-KEY(13:6)
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGISTERED-COUNT
                       OR WS-RGT-KEY (WS-RGX) = WS-ROSTER-KEY
               CONTINUE
           END-PERFORM
           IF WS-RGX > WS-REGISTERED-COUNT
               MOVE "Y" TO WS-REJECT-SW
           ELSE
               IF WS-RGT-STATUS (WS-RGX) NOT = "E"
                   IF WS-RGT-STATUS (WS-RGX) NOT = "D"
                           OR TR-OP-CODE NOT = "W"
                       MOVE "Y" TO WS-REJECT-SW
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-SW = "Y"
               MOVE "R208" TO RJ-REASON-CODE
               MOVE "NOT REGISTERED IN SECTION" TO RJ-REASON-TEXT
           END-IF.

      * Once GRADE-CERT has certified a section its grades of
      * record are on the history master, so every student in it
      * must be there too: one that is not (or is there under
      * another section) was added to the roster after the
      * instructor signed off, and is rejected until the section's
      * grades are corrected through GRADE-ADJUST.
       CHECK-CERTIFIED-SECTION.
           MOVE "N" TO WS-CERTIFIED-SW
           PERFORM VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-CERTIFIED-COUNT
                       OR (WS-CRT-SECTION (WS-CTX) = TR-SECTION
                           AND WS-CRT-TERM (WS-CTX) = TR-TERM)
               CONTINUE
           END-PERFORM
           IF WS-CTX NOT > WS-CERTIFIED-COUNT
               MOVE "Y" TO WS-CERTIFIED-SW
               MOVE TR-ID   TO SH-STUDENT-ID
               MOVE TR-TERM TO SH-TERM
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO SH-SECTION
               END-READ
               IF SH-SECTION NOT = TR-SECTION
                   MOVE "R207" TO RJ-REASON-CODE
                   MOVE "SECTION CERTIFIED - NO HISTORY"
                       TO RJ-REASON-TEXT
                   MOVE "Y" TO WS-REJECT-SW
               END-IF
           END-IF.

      * An I or W grade skips the cutoffs: it posts with a zero
      * score and its own status, and is counted apart from the
      * A-F bands so it never weighs on an average. A certified
      * section takes the grade of record from the history master
      * the validation just read, whatever the roster now says.
       GRADE-STUDENT.
           MOVE TR-ID TO STUDENT-ID
           MOVE TR-SCORE TO SCORE

           EVALUATE TRUE
               WHEN TR-OP-CODE = "I"
                   MOVE ZERO TO SCORE
                   MOVE "I" TO GRADE
               WHEN TR-OP-CODE = "W"
                   MOVE ZERO TO SCORE
                   MOVE "W" TO GRADE
               WHEN SCORE >= WS-CUTOFF-A
                   MOVE "A" TO GRADE
               WHEN SCORE >= WS-CUTOFF-B
                   MOVE "B" TO GRADE
               WHEN SCORE >= WS-CUTOFF-C
                   MOVE "C" TO GRADE
               WHEN SCORE >= WS-CUTOFF-D
                   MOVE "D" TO GRADE
               WHEN OTHER
                   MOVE "F" TO GRADE
           END-EVALUATE

           IF WS-CERTIFIED-SW = "Y"
               PERFORM CARRY-CERTIFIED-GRADE
           END-IF

           EVALUATE GRADE
               WHEN "A"
                   ADD 1 TO WS-COUNT-A
               WHEN "B"
                   ADD 1 TO WS-COUNT-B
               WHEN "C"
                   ADD 1 TO WS-COUNT-C
               WHEN "D"
                   ADD 1 TO WS-COUNT-D
               WHEN "I"
                   ADD 1 TO WS-COUNT-I
               WHEN "W"
                   ADD 1 TO WS-COUNT-W
               WHEN OTHER
                   ADD 1 TO WS-COUNT-F
           END-EVALUATE

           EVALUATE GRADE
               WHEN "I"
                   MOVE SPACES TO STATUS-MSG
                   IF TR-OP-CODE = "I"
                       STRING "Incomplete " TR-COMPLETE-BY
                           DELIMITED BY SIZE INTO STATUS-MSG
                   ELSE
                       MOVE "Incomplete" TO STATUS-MSG
                   END-IF
               WHEN "W"
                   MOVE "Withdrawn" TO STATUS-MSG
               WHEN "F"
                   MOVE "Needs Improvement" TO STATUS-MSG
               WHEN OTHER
                   MOVE "Passed" TO STATUS-MSG
           END-EVALUATE

           MOVE STUDENT-ID TO RL-STUDENT-ID
           MOVE TR-SECTION TO RL-SECTION
           MOVE TR-TERM TO RL-TERM
           WRITE GRADE-REC FROM WS-GRADE-RECORD

           ADD 1 TO WS-OUTPUT-COUNT

           DISPLAY "Student: " STUDENT-ID
           DISPLAY "Score: " SCORE
           DISPLAY "Grade: " GRADE
           DISPLAY "Status: " STATUS-MSG.

       CARRY-CERTIFIED-GRADE.
           ADD 1 TO WS-CARRIED-COUNT
           IF SH-SCORE NOT = SCORE OR SH-GRADE NOT = GRADE
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY "CERTIFIED GRADE KEPT - USE GRADE-ADJUST: "
                   TR-ID " " TR-SECTION " " TR-TERM " ROSTER "
                   SCORE " " GRADE " HISTORY " SH-SCORE " " SH-GRADE
           END-IF
           MOVE SH-SCORE TO SCORE
           MOVE SH-GRADE TO GRADE.

       PRINT-SUMMARY.
           DISPLAY "===== GRADE BAND SUMMARY =====".
           DISPLAY "A: " WS-COUNT-A.
           DISPLAY "C: " WS-COUNT-C.
           DISPLAY "D: " WS-COUNT-D.
           DISPLAY "F: " WS-COUNT-F.
           DISPLAY "I: " WS-COUNT-I.
           DISPLAY "W: " WS-COUNT-W.
           DISPLAY "REJECTED RECORDS: " WS-REJECT-COUNT.
           DISPLAY "CERTIFIED GRADES CARRIED: " WS-CARRIED-COUNT.
           DISPLAY "ROSTER CHANGES NOT TAKEN: " WS-KEPT-COUNT.
