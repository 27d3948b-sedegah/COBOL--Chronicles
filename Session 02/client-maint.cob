       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-MAINT.

      * Card-driven maintenance and inquiry for the client master
      * CLNTMSTR.DAT (see copybooks/CLIENTREC.cpy), the way
      * MASTER-MAINT serves CALCMSTR.DAT. Request cards in
      * CLNTMNT.DAT carry a function, the client prefix and a full
      * client image:
      *   A<prefix><fields>  add a new client - name required,
      *                      status defaults to A and the open date
      *                      to the business date when left blank
      *   C<prefix><fields>  change a client - only the fields keyed
      *                      non-blank are changed
      *   I<prefix>          inquire on one client
      *   L                  print the full client listing
      * Every field an add or change sets is written as a before/
      * after image to the CLNTAUDT.DAT audit trail, and every card
      * is answered on the CLNTMNTR.RPT maintenance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "CLNTMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "CLNTMNTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLIENT-AUDIT-FILE ASSIGN TO "CLNTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy for the knobs it carries.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  CQ-FUNCTION     PIC X.
           05  CQ-CLIENT       PIC X(3).
           05  CQ-NAME         PIC X(30).
           05  CQ-ADDRESS-1    PIC X(30).
           05  CQ-ADDRESS-2    PIC X(30).
           05  CQ-CITY         PIC X(20).
           05  CQ-STATE        PIC X(2).
           05  CQ-POSTAL-CODE  PIC X(10).
           05  CQ-CONTACT      PIC X(25).
           05  CQ-PHONE        PIC X(15).
           05  CQ-STATUS       PIC X.
           05  CQ-OPEN-DATE    PIC X(8).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC    PIC X(106).

       FD  CLIENT-AUDIT-FILE.
       01  CLIENT-AUDIT-REC    PIC X(96).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-LIST-EOF-SW      PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-FIELD-CHANGES    PIC 9(3) VALUE ZERO.
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-DATE-OK-SW       PIC X VALUE "N".

       01  WS-RUN-COUNTS.
           05  WS-REQUEST-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ANSWERED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-ADDED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-FAILED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-LISTED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-AUDIT-COUNT      PIC 9(7) VALUE ZERO.

       COPY CLNTAUD.

       COPY PARMCARD.

       01  MAINT-HEADER-1.
           05  FILLER          PIC X(33)
               VALUE "CLIENT MASTER MAINTENANCE REPORT ".
           05  MH1-RUN-DATE    PIC X(8).

       01  MAINT-HEADER-2.
           05  FILLER          PIC X(6)  VALUE "CLIENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "NAME".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "STATUS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "OPENED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(25) VALUE "CONTACT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "PHONE".

       01  MAINT-DETAIL-LINE.
           05  MD-CLIENT       PIC X(3).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  MD-NAME         PIC X(30).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  MD-STATUS       PIC X.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  MD-OPEN-DATE    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-CONTACT      PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-PHONE        PIC X(15).

       01  MAINT-ADDRESS-LINE.
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  MA-ADDRESS-1    PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MA-ADDRESS-2    PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MA-CITY         PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  MA-STATE        PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  MA-POSTAL-CODE  PIC X(10).

       01  MAINT-MESSAGE-LINE.
           05  MM-FUNCTION     PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  MM-CLIENT       PIC X(3).
           05  FILLER          PIC X     VALUE SPACE.
           05  MM-TEXT         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO MAINTENANCE REQUESTS - CLNTMNT.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-CLIENT-AUDIT
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           PERFORM PRINT-REPORT-HEADERS

           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM PROCESS-REQUEST
               END-READ
           END-PERFORM

           PERFORM PRINT-RECONCILIATION
           PERFORM WRITE-RUN-LOG-END
           PERFORM SET-RETURN-CODE

           CLOSE REQUEST-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE CLIENT-AUDIT-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           IF WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE 4: " WS-FAILED-COUNT
                   " REQUEST(S) COULD NOT BE SATISFIED"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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

      * The first add run builds the master; only a file that does
      * not exist yet (status 35) may be created fresh.
       OPEN-CLIENT-MASTER.
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-CLIENT-STATUS = "35"
               OPEN OUTPUT CLIENT-MASTER-FILE
               CLOSE CLIENT-MASTER-FILE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CLNTMSTR.DAT - STATUS "
                   WS-CLIENT-STATUS
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CLIENT-AUDIT.
           OPEN EXTEND CLIENT-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT CLIENT-AUDIT-FILE
           END-IF.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "CLIENT-MAINT"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "CLIENT-MAINT"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-REQUEST-COUNT TO RL-INPUT-COUNT
           MOVE WS-ANSWERED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PROCESS-REQUEST.
           EVALUATE CQ-FUNCTION
               WHEN "A"
                   PERFORM ADD-CLIENT
               WHEN "C"
                   PERFORM CHANGE-CLIENT
               WHEN "I"
                   PERFORM INQUIRE-ON-CLIENT
               WHEN "L"
                   PERFORM LIST-FULL-MASTER
               WHEN OTHER
                   MOVE "INVALID REQUEST FUNCTION" TO MM-TEXT
                   PERFORM FAIL-REQUEST
           END-EVALUATE.

      * A card that cannot be applied is answered on the report and
      * counted; the master is left exactly as it was.
       FAIL-REQUEST.
           ADD 1 TO WS-FAILED-COUNT
           MOVE CQ-FUNCTION TO MM-FUNCTION
           MOVE CQ-CLIENT   TO MM-CLIENT
           WRITE MAINT-REPORT-REC FROM MAINT-MESSAGE-LINE
           DISPLAY "CLIENT MAINT: " CQ-FUNCTION " " CQ-CLIENT
               " " MM-TEXT.

       WRITE-DONE-LINE.
           MOVE CQ-FUNCTION TO MM-FUNCTION
           MOVE CQ-CLIENT   TO MM-CLIENT
           WRITE MAINT-REPORT-REC FROM MAINT-MESSAGE-LINE
           DISPLAY "CLIENT MAINT: " CQ-FUNCTION " " CQ-CLIENT
               " " MM-TEXT.

      * Status, when keyed, must be one the chain understands; an
      * open date, when keyed, must be a plausible calendar date.
       EDIT-CARD-FIELDS.
           MOVE "Y" TO WS-CARD-OK-SW
           IF CQ-STATUS NOT = SPACE
                   AND CQ-STATUS NOT = "A"
                   AND CQ-STATUS NOT = "S"
                   AND CQ-STATUS NOT = "C"
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "STATUS MUST BE A, S OR C" TO MM-TEXT
           END-IF
           IF CQ-OPEN-DATE NOT = SPACES
               MOVE CQ-OPEN-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "OPEN DATE IS NOT A VALID DATE" TO MM-TEXT
               END-IF
           END-IF.

       CHECK-DATE-FORMAT.
           MOVE "Y" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE NOT NUMERIC
                   OR WS-CHECK-DATE(5:2) < "01"
                   OR WS-CHECK-DATE(5:2) > "12"
                   OR WS-CHECK-DATE(7:2) < "01"
                   OR WS-CHECK-DATE(7:2) > "31"
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

      * A new client needs at least a prefix and a name; everything
      * else may follow on a change card.
       ADD-CLIENT.
           PERFORM EDIT-CARD-FIELDS
           IF CQ-CLIENT = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "CLIENT PREFIX REQUIRED" TO MM-TEXT
           END-IF
           IF CQ-NAME = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "CLIENT NAME REQUIRED ON AN ADD" TO MM-TEXT
           END-IF
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               MOVE CQ-CLIENT TO CM-CLIENT
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-CLIENT
                   NOT INVALID KEY
                       MOVE "CLIENT ALREADY ON MASTER" TO MM-TEXT
                       PERFORM FAIL-REQUEST
               END-READ
           END-IF.

       WRITE-NEW-CLIENT.
           MOVE CQ-CLIENT      TO CM-CLIENT
           MOVE CQ-NAME        TO CM-NAME
           MOVE CQ-ADDRESS-1   TO CM-ADDRESS-1
           MOVE CQ-ADDRESS-2   TO CM-ADDRESS-2
           MOVE CQ-CITY        TO CM-CITY
           MOVE CQ-STATE       TO CM-STATE
           MOVE CQ-POSTAL-CODE TO CM-POSTAL-CODE
           MOVE CQ-CONTACT     TO CM-CONTACT
           MOVE CQ-PHONE       TO CM-PHONE
           IF CQ-STATUS = SPACE
               MOVE "A" TO CM-STATUS
           ELSE
               MOVE CQ-STATUS TO CM-STATUS
           END-IF
           IF CQ-OPEN-DATE = SPACES
               MOVE WS-RUN-DATE TO CM-OPEN-DATE
           ELSE
               MOVE CQ-OPEN-DATE TO CM-OPEN-DATE
           END-IF
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED - CLIENT NOT ADDED" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               NOT INVALID KEY
                   PERFORM AUDIT-NEW-CLIENT
                   ADD 1 TO WS-ADDED-COUNT
                   ADD 1 TO WS-ANSWERED-COUNT
                   MOVE "CLIENT ADDED" TO MM-TEXT
                   PERFORM WRITE-DONE-LINE
                   PERFORM WRITE-CLIENT-DETAIL
           END-WRITE.

      * First sight of a client is still an audited change: one
      * image per field the add set, (NEW) where a before-value
      * would go.
       AUDIT-NEW-CLIENT.
           MOVE "(NEW)" TO CH-OLD-VALUE
           MOVE "NAME"       TO CH-FIELD-NAME
           MOVE CM-NAME      TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "ADDRESS-1"  TO CH-FIELD-NAME
           MOVE CM-ADDRESS-1 TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "ADDRESS-2"  TO CH-FIELD-NAME
           MOVE CM-ADDRESS-2 TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "CITY"       TO CH-FIELD-NAME
           MOVE CM-CITY      TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "STATE"      TO CH-FIELD-NAME
           MOVE CM-STATE     TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "POSTAL"     TO CH-FIELD-NAME
           MOVE CM-POSTAL-CODE TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "CONTACT"    TO CH-FIELD-NAME
           MOVE CM-CONTACT   TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "PHONE"      TO CH-FIELD-NAME
           MOVE CM-PHONE     TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "STATUS"     TO CH-FIELD-NAME
           MOVE CM-STATUS    TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT
           MOVE "OPEN-DATE"  TO CH-FIELD-NAME
           MOVE CM-OPEN-DATE TO CH-NEW-VALUE
           PERFORM WRITE-CLIENT-AUDIT.

       CHANGE-CLIENT.
           PERFORM EDIT-CARD-FIELDS
           IF WS-CARD-OK-SW = "N"
               PERFORM FAIL-REQUEST
           ELSE
               MOVE CQ-CLIENT TO CM-CLIENT
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "CLIENT NOT ON MASTER" TO MM-TEXT
                       PERFORM FAIL-REQUEST
                   NOT INVALID KEY
                       PERFORM APPLY-CLIENT-CHANGES
               END-READ
           END-IF.

      * Field by field: a blank field on the card means "leave it",
      * and a keyed value equal to what is on file is no change.
      * Each real change is imaged to the audit trail before the
      * master is rewritten.
       APPLY-CLIENT-CHANGES.
           MOVE ZERO TO WS-FIELD-CHANGES
           IF CQ-NAME NOT = SPACES AND CQ-NAME NOT = CM-NAME
               MOVE "NAME"       TO CH-FIELD-NAME
               MOVE CM-NAME      TO CH-OLD-VALUE
               MOVE CQ-NAME      TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-NAME      TO CM-NAME
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-ADDRESS-1 NOT = SPACES
                   AND CQ-ADDRESS-1 NOT = CM-ADDRESS-1
               MOVE "ADDRESS-1"  TO CH-FIELD-NAME
               MOVE CM-ADDRESS-1 TO CH-OLD-VALUE
               MOVE CQ-ADDRESS-1 TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-ADDRESS-1 TO CM-ADDRESS-1
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-ADDRESS-2 NOT = SPACES
                   AND CQ-ADDRESS-2 NOT = CM-ADDRESS-2
               MOVE "ADDRESS-2"  TO CH-FIELD-NAME
               MOVE CM-ADDRESS-2 TO CH-OLD-VALUE
               MOVE CQ-ADDRESS-2 TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-ADDRESS-2 TO CM-ADDRESS-2
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-CITY NOT = SPACES AND CQ-CITY NOT = CM-CITY
               MOVE "CITY"       TO CH-FIELD-NAME
               MOVE CM-CITY      TO CH-OLD-VALUE
               MOVE CQ-CITY      TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-CITY      TO CM-CITY
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-STATE NOT = SPACES AND CQ-STATE NOT = CM-STATE
               MOVE "STATE"      TO CH-FIELD-NAME
               MOVE CM-STATE     TO CH-OLD-VALUE
               MOVE CQ-STATE     TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-STATE     TO CM-STATE
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-POSTAL-CODE NOT = SPACES
                   AND CQ-POSTAL-CODE NOT = CM-POSTAL-CODE
               MOVE "POSTAL"     TO CH-FIELD-NAME
               MOVE CM-POSTAL-CODE TO CH-OLD-VALUE
               MOVE CQ-POSTAL-CODE TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-POSTAL-CODE TO CM-POSTAL-CODE
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-CONTACT NOT = SPACES AND CQ-CONTACT NOT = CM-CONTACT
               MOVE "CONTACT"    TO CH-FIELD-NAME
               MOVE CM-CONTACT   TO CH-OLD-VALUE
               MOVE CQ-CONTACT   TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-CONTACT   TO CM-CONTACT
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-PHONE NOT = SPACES AND CQ-PHONE NOT = CM-PHONE
               MOVE "PHONE"      TO CH-FIELD-NAME
               MOVE CM-PHONE     TO CH-OLD-VALUE
               MOVE CQ-PHONE     TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-PHONE     TO CM-PHONE
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-STATUS NOT = SPACE AND CQ-STATUS NOT = CM-STATUS
               MOVE "STATUS"     TO CH-FIELD-NAME
               MOVE CM-STATUS    TO CH-OLD-VALUE
               MOVE CQ-STATUS    TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-STATUS    TO CM-STATUS
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CQ-OPEN-DATE NOT = SPACES
                   AND CQ-OPEN-DATE NOT = CM-OPEN-DATE
               MOVE "OPEN-DATE"  TO CH-FIELD-NAME
               MOVE CM-OPEN-DATE TO CH-OLD-VALUE
               MOVE CQ-OPEN-DATE TO CH-NEW-VALUE
               PERFORM WRITE-CLIENT-AUDIT
               MOVE CQ-OPEN-DATE TO CM-OPEN-DATE
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           ADD 1 TO WS-ANSWERED-COUNT
           IF WS-FIELD-CHANGES = ZERO
               MOVE "NO FIELDS CHANGED" TO MM-TEXT
               PERFORM WRITE-DONE-LINE
           ELSE
               REWRITE CLIENT-MASTER-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "CLIENT CHANGED" TO MM-TEXT
               PERFORM WRITE-DONE-LINE
               PERFORM WRITE-CLIENT-DETAIL
           END-IF.

       WRITE-CLIENT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CH-TIMESTAMP
           MOVE WS-RUN-DATE  TO CH-RUN-DATE
           MOVE CM-CLIENT    TO CH-CLIENT
           MOVE CQ-FUNCTION  TO CH-FUNCTION
           WRITE CLIENT-AUDIT-REC FROM CLIENT-AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       INQUIRE-ON-CLIENT.
           MOVE CQ-CLIENT TO CM-CLIENT
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "CLIENT NOT ON MASTER" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               NOT INVALID KEY
                   ADD 1 TO WS-ANSWERED-COUNT
                   PERFORM WRITE-CLIENT-DETAIL
                   DISPLAY "CLIENT MAINT: " CM-CLIENT " " CM-NAME
                       " STATUS " CM-STATUS
           END-READ.

       LIST-FULL-MASTER.
           MOVE LOW-VALUES TO CM-CLIENT
           START CLIENT-MASTER-FILE KEY NOT < CM-CLIENT
               INVALID KEY
                   MOVE "CLIENT MASTER IS EMPTY" TO MM-TEXT
                   PERFORM FAIL-REQUEST
               NOT INVALID KEY
                   ADD 1 TO WS-ANSWERED-COUNT
                   MOVE "N" TO WS-LIST-EOF-SW
                   PERFORM LIST-NEXT-CLIENT
                       UNTIL WS-LIST-EOF-SW = "Y"
           END-START.

       LIST-NEXT-CLIENT.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM WRITE-CLIENT-DETAIL
           END-READ.

       WRITE-CLIENT-DETAIL.
           MOVE CM-CLIENT      TO MD-CLIENT
           MOVE CM-NAME        TO MD-NAME
           MOVE CM-STATUS      TO MD-STATUS
           MOVE CM-OPEN-DATE   TO MD-OPEN-DATE
           MOVE CM-CONTACT     TO MD-CONTACT
           MOVE CM-PHONE       TO MD-PHONE
           WRITE MAINT-REPORT-REC FROM MAINT-DETAIL-LINE
           MOVE CM-ADDRESS-1   TO MA-ADDRESS-1
           MOVE CM-ADDRESS-2   TO MA-ADDRESS-2
           MOVE CM-CITY        TO MA-CITY
           MOVE CM-STATE       TO MA-STATE
           MOVE CM-POSTAL-CODE TO MA-POSTAL-CODE
           WRITE MAINT-REPORT-REC FROM MAINT-ADDRESS-LINE.

       PRINT-REPORT-HEADERS.
           MOVE WS-RUN-DATE TO MH1-RUN-DATE
           WRITE MAINT-REPORT-REC FROM MAINT-HEADER-1
           WRITE MAINT-REPORT-REC FROM MAINT-HEADER-2.

       PRINT-RECONCILIATION.
           DISPLAY "===== CLIENT MAINTENANCE RECONCILIATION =====".
           DISPLAY "REQUEST CARDS READ: " WS-REQUEST-COUNT.
           DISPLAY "REQUESTS ANSWERED:  " WS-ANSWERED-COUNT.
           DISPLAY "CLIENTS ADDED:      " WS-ADDED-COUNT.
           DISPLAY "CLIENTS CHANGED:    " WS-CHANGED-COUNT.
           DISPLAY "CLIENTS LISTED:     " WS-LISTED-COUNT.
           DISPLAY "AUDIT IMAGES:       " WS-AUDIT-COUNT.
           DISPLAY "REQUESTS FAILED:    " WS-FAILED-COUNT.
