      * files (and the GRDCOUNT.DAT control count where one exists)
      * before the extract is trusted, and the step logs its START
      * and END to RUNLOG.DAT like every other step in the chain.
      * Only sections their instructor has certified through
      * GRADE-CERT (SECTCERT.DAT) are released to the registrar; a
      * grade in a section still pending is held back and counted,
      * so the file still balances to every record read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCOUNT-STATUS.

      * Section certification file kept by GRADE-CERT - see
      * copybooks/CERTREC.cpy. With no file nothing is certified
      * yet and every grade is held.
           SELECT CERT-FILE
               ASSIGN TO "../../Session 05/data/SECTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT GRADE-EXTRACT-FILE ASSIGN TO "GRADEXTR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  MR-QUOTIENT     PIC 9(8).
           05  MR-REMAINDER    PIC 9(8).
           05  MR-PERCENT      PIC 9(8).
           05  MR-LAST-ACTIVE  PIC X(8).
           05  MR-TXN-COUNT    PIC 9(7).

       FD  CONTROL-COUNT-FILE.
       01  CC-REC              PIC 9(7).

       FD  CERT-FILE.
       COPY CERTREC.

       FD  GRADE-EXTRACT-FILE.
       01  GRADE-EXTRACT-REC   PIC X(80).

       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-GRADE-STATUS     PIC XX.
       77  WS-MASTER-STATUS    PIC XX.
       77  WS-CTLCOUNT-STATUS  PIC XX.
       77  WS-CERT-STATUS      PIC XX.
       77  WS-CTX              PIC 9(3) COMP VALUE ZERO.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       01  WS-RUN-COUNTS.
           05  WS-GRADE-IN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-GRADE-OUT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-GRADE-HELD-COUNT PIC 9(7) VALUE ZERO.
           05  WS-MASTER-IN-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-MASTER-OUT-COUNT PIC 9(7) VALUE ZERO.

      * Sections released for the registrar, from SECTCERT.DAT.
       01  WS-CERTIFIED-TABLE.
           05  WS-CERTIFIED-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CERTIFIED-ENTRY OCCURS 500 TIMES.
               10  WS-CRT-SECTION  PIC X(3).
               10  WS-CRT-TERM     PIC X(6).

       01  WS-TRAILER-COUNT    PIC 9(7).
       01  WS-EXTRACT-LINE     PIC X(80).

           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM LOAD-CERTIFIED-SECTIONS
           PERFORM EXTRACT-GRADE-FILE
           PERFORM EXTRACT-MASTER-FILE
           PERFORM CHECK-BALANCING
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
           MOVE "CHAIN-EXTRACT"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "CHAIN-EXTRACT"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           COMPUTE RL-INPUT-COUNT
               = WS-GRADE-IN-COUNT + WS-MASTER-IN-COUNT
      * A grade held for certification is accounted for, not lost,
      * so it counts with the records written.
           COMPUTE RL-OUTPUT-COUNT
               = WS-GRADE-OUT-COUNT + WS-GRADE-HELD-COUNT
                   + WS-MASTER-OUT-COUNT
           WRITE RUN-LOG-RECORD.

       EXTRACT-GRADE-FILE.
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-GRADE-IN-COUNT
                           PERFORM SELECT-GRADE-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               MOVE SPACES TO WS-EXTRACT-LINE
               CLOSE GRADE-FILE
           END-IF.

      * A missing certification file just means nothing has been
      * certified yet. A table overflow would hold back certified
      * grades, so it fails the balance instead.
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
           END-IF
           DISPLAY "CERTIFIED SECTIONS: " WS-CERTIFIED-COUNT.

       STORE-CERTIFIED-SECTION.
           IF WS-CERTIFIED-COUNT < 500
               ADD 1 TO WS-CERTIFIED-COUNT
               MOVE CT-SECTION TO WS-CRT-SECTION (WS-CERTIFIED-COUNT)
               MOVE CT-TERM    TO WS-CRT-TERM (WS-CERTIFIED-COUNT)
           ELSE
               DISPLAY "CERTIFIED SECTION TABLE FULL - "
                   CT-SECTION " " CT-TERM
               MOVE "N" TO WS-BALANCE-SW
           END-IF.

       SELECT-GRADE-EXTRACT-RECORD.
           MOVE GRADE-REC TO WS-GRADE-RECORD
           PERFORM VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-CERTIFIED-COUNT
                       OR (WS-CRT-SECTION (WS-CTX) = GR-SECTION
                           AND WS-CRT-TERM (WS-CTX) = GR-TERM)
               CONTINUE
           END-PERFORM
           IF WS-CTX > WS-CERTIFIED-COUNT
               ADD 1 TO WS-GRADE-HELD-COUNT
           ELSE
               PERFORM WRITE-GRADE-EXTRACT-RECORD
           END-IF.

       WRITE-GRADE-EXTRACT-RECORD.
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING GR-STUDENT-ID "|"
                  GR-SCORE      "|"
           WRITE MASTER-EXTRACT-REC FROM WS-EXTRACT-LINE
           ADD 1 TO WS-MASTER-OUT-COUNT.

      * Every source record must be on the interface file (or, on
      * the grade side, held for certification), and the grade side
      * must also agree with the control count the grading step
      * published - the same count GRADE-SUMMARY balances against.
       CHECK-BALANCING.
           IF WS-GRADE-IN-COUNT
                   NOT = WS-GRADE-OUT-COUNT + WS-GRADE-HELD-COUNT
               MOVE "N" TO WS-BALANCE-SW
               DISPLAY "GRADE EXTRACT OUT OF BALANCE - READ "
                   WS-GRADE-IN-COUNT " WROTE " WS-GRADE-OUT-COUNT
                   " HELD " WS-GRADE-HELD-COUNT
           END-IF
           IF WS-MASTER-IN-COUNT NOT = WS-MASTER-OUT-COUNT
               MOVE "N" TO WS-BALANCE-SW
           DISPLAY "===== EXTRACT RECONCILIATION =====".
           DISPLAY "GRADE RECORDS READ:     " WS-GRADE-IN-COUNT.
           DISPLAY "GRADE RECORDS WRITTEN:  " WS-GRADE-OUT-COUNT.
           DISPLAY "GRADES HELD UNCERTIFIED:" WS-GRADE-HELD-COUNT.
           DISPLAY "MASTER RECORDS READ:    " WS-MASTER-IN-COUNT.
           DISPLAY "MASTER RECORDS WRITTEN: " WS-MASTER-OUT-COUNT.
