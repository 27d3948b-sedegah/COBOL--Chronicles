      *             when the ID is blank), one screenful of records
      *   D<tr-id>  delete a dormant ID from the master
      *   L         print the full master listing
      * A delete writes a DELETED image to the audit master, the same
      * one DORMANT-SWEEP writes, so MASTER-VERIFY knows the ID is
      * meant to be gone and MASTER-RECOVER deletes it again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-MASTER-FILE ASSIGN TO "CALCAUDM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy. Only the cycle number is taken
      * from it here, to stamp on the run-log events.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           05  MQ-TR-ID        PIC X(9).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC    PIC X(104).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.
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

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-BROWSE-EOF-SW    PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-MASTER-STATUS    PIC XX.
       77  WS-AUDIT-STATUS     PIC XX.
       77  WS-AUDIT-DONE-SW    PIC X VALUE "N".
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-RUN-CYCLE        PIC X VALUE "1".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-BROWSE-COUNT     PIC 9(3) VALUE ZERO.

           05  FILLER          PIC X(10) VALUE " REMAINDER".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "   PERCENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "LAST ACT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "TXN COUNT".

       01  MAINT-DETAIL-LINE.
           05  MD-TR-ID        PIC X(9).
           05  MD-REMAINDER    PIC ZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-PERCENT      PIC ZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-LAST-ACTIVE  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-TXN-COUNT    PIC Z,ZZZ,ZZ9.

       01  MAINT-MESSAGE-LINE.
           05  MM-FUNCTION     PIC X.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CALCAUDM.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE REQUEST-FILE
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM READ-CYCLE-NUMBER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           PERFORM PRINT-REPORT-HEADERS
           CLOSE REQUEST-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-MASTER-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.
               MOVE 0 TO RETURN-CODE
           END-IF.

      * This step does not otherwise run off the parameter card,
      * so a missing card or one with no cycle number keyed is
      * not an error here - the run is simply cycle 1.
       READ-CYCLE-NUMBER.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-REC(26:1) NUMERIC
                               AND PARM-REC(26:1) NOT = "0"
                           MOVE PARM-REC(26:1) TO WS-RUN-CYCLE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
           MOVE "MASTER-MAINT"   TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "MASTER-MAINT"   TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-RUN-CYCLE     TO RL-CYCLE
           MOVE WS-REQUEST-COUNT TO RL-INPUT-COUNT
           MOVE WS-ANSWERED-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
                   PERFORM WRITE-NOT-FOUND-LINE
               NOT INVALID KEY
                   DELETE MASTER-FILE
                   PERFORM WRITE-DELETE-AUDIT-IMAGE
                   ADD 1 TO WS-DELETED-COUNT
                   ADD 1 TO WS-ANSWERED-COUNT
                   MOVE "D"      TO MM-FUNCTION
                   DISPLAY "MAINT: DELETED " MQ-TR-ID
           END-READ.

      * Same key and tie-break sequence as the calculator's images,
      * so a delete and a posting in the same second both survive.
       WRITE-DELETE-AUDIT-IMAGE.
           MOVE MQ-TR-ID    TO AM-TR-ID
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

       LIST-FULL-MASTER.
           MOVE LOW-VALUES TO MR-ID
           START MASTER-FILE KEY NOT < MR-ID
           MOVE MR-QUOTIENT   TO MD-QUOTIENT
           MOVE MR-REMAINDER  TO MD-REMAINDER
           MOVE MR-PERCENT    TO MD-PERCENT
           MOVE MR-LAST-ACTIVE TO MD-LAST-ACTIVE
           MOVE MR-TXN-COUNT  TO MD-TXN-COUNT
           WRITE MAINT-REPORT-REC FROM MAINT-DETAIL-LINE.

       PRINT-REPORT-HEADERS.
