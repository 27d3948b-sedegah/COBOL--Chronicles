      * business days stay live in RUNLOG.NEW, older events move to
      * RUNARCH.NEW - the batch driver promotes the live file and
      * stamps the moved records into a dated archive generation.
      * The same pass snapshots this cycle's reject and exception
      * files into REJARCH.NEW / EXCARCH.NEW before the next run
      * overwrites them; the driver files each snapshot as a
      * generation of its own for the date and processing cycle.
      * Records moved plus records retained must equal records
      * read, or the step ends RC=8 and nothing is promoted. This
      * step only reads the run log, so like the report and
      * balancing steps it writes no START/END of its own - the
      * log it would write to is the file being rebuilt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RUNLOG.

       FD  LIVE-OUT-FILE.
       01  LIVE-OUT-REC        PIC X(49).

       FD  ARCHIVE-OUT-FILE.
       01  ARCHIVE-OUT-REC     PIC X(49).

       FD  CALC-REJECT-FILE.
       01  CALC-REJECT-REC     PIC X(90).
       01  RETENTION-REPORT-REC PIC X(60).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
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
               " RETENTION DAYS " PC-RETENTION-DAYS.

       VALIDATE-PARM-CARD.
                   OR PC-RETENTION-DAYS = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD RETENTION DAYS"
           END-IF
           IF PC-CYCLE-NUMBER NOT NUMERIC
                   OR PC-CYCLE-NUMBER = ZERO
               MOVE "N" TO WS-PARM-OK-SW
               DISPLAY "PARM: BAD CYCLE NUMBER"
           END-IF.

      * Events dated within the last PC-RETENTION-DAYS days
