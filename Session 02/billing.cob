      * billing summary with control totals, so finance invoices on
      * recorded activity instead of the estimate they distrust.
      * run-monthly-billing.sh retires the billed events afterwards.
      * When REVENUE-ACCRUAL booked the month's unbilled revenue at
      * month-end, its ACCRUAL.DAT is read back and the summary ends
      * with each client's accrual beside what was really invoiced
      * and the difference, so finance can see how good the estimate
      * the auditors asked for was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

      * Month-end accrual per client - see copybooks/ACCRUAL.cpy. A
      * missing file means nothing was accrued for this billing.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "BILLINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * Client master, for the name beside each prefix on the
      * summary. Billing still runs without it - the lines just say
      * the prefix is not on file.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE.
       FD  CONTRACT-FILE.
       COPY CONTRACT.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-REC         PIC X(43).

       FD  INVOICE-FILE.
       01  INVOICE-REC         PIC X(50).

       FD  BILLING-REPORT-FILE.
       01  BILLING-REPORT-REC  PIC X(90).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-MIN-CHARGE       PIC 9(7)V99 VALUE ZERO.
       77  WS-MIN-SHORTFALL    PIC 9(9)V99 VALUE ZERO.
       77  WS-EXCPT-KIND       PIC X VALUE SPACE.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-CLIENT-OPEN-SW   PIC X VALUE "N".
       77  WS-CLIENT-NAME      PIC X(30).
       77  WS-ACCRUAL-STATUS   PIC XX.
       77  WS-AX               PIC 9(3) COMP VALUE ZERO.
       77  WS-ACCRUAL-PERIOD   PIC X(6) VALUE SPACES.

       COPY BILLEVT.

       COPY ACCRUAL.

       COPY PARMCARD.

       01  WS-RUN-COUNTS.
           05  WS-GRAND-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05  WS-CONTRACT-PRICED  PIC 9(7) VALUE ZERO.
           05  WS-MINIMUM-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ACCRUED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-VARIANCE-TOTAL   PIC S9(11)V99 VALUE ZERO.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT   PIC 9(2) COMP VALUE ZERO.
               10  WS-CL-OP-COUNT  PIC 9(7) OCCURS 6 TIMES.
               10  WS-CL-AMOUNT    PIC 9(9)V99.

      * Month-end accruals read back from ACCRUAL.DAT, with a flag
      * set once the client has been matched to its invoice.
       01  WS-ACCRUAL-TABLE.
           05  WS-ACCRUAL-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-ACCRUAL-ENTRY OCCURS 100 TIMES.
               10  WS-AC-CLIENT    PIC X(3).
               10  WS-AC-AMOUNT    PIC 9(9)V99.
               10  WS-AC-MATCHED   PIC X.

       01  WS-WORK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  WS-VARIANCE         PIC S9(9)V99 VALUE ZERO.

       01  INVOICE-LINE.
           05  IV-CLIENT       PIC X(3).
       01  BILL-CLIENT-LINE.
           05  FILLER          PIC X(7)  VALUE "CLIENT ".
           05  BC-CLIENT       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BC-NAME         PIC X(30).
           05  FILLER          PIC X(9)  VALUE "  EVENTS ".
           05  BC-EVENTS       PIC ZZZZZZ9.
           05  FILLER          PIC X(9)  VALUE "  AMOUNT ".
           05  FILLER          PIC X     VALUE SPACE.
           05  BX-KIND-TEXT    PIC X(16).

       01  BILL-ACCRUAL-HEADER.
           05  FILLER          PIC X(39)
               VALUE "ACCRUED VS INVOICED - ACCRUAL PERIOD  ".
           05  BAH-PERIOD      PIC X(6).

       01  BILL-ACCRUAL-COLUMNS.
           05  FILLER          PIC X(12) VALUE "CLIENT".
           05  FILLER          PIC X(14) VALUE "       ACCRUED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "      INVOICED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "     DIFFERENCE".

       01  BILL-ACCRUAL-LINE.
           05  FILLER          PIC X(7)  VALUE "CLIENT ".
           05  BA-CLIENT       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BA-ACCRUED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BA-INVOICED     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BA-DIFFERENCE   PIC -ZZZ,ZZZ,ZZ9.99.

       01  BILL-ACCRUAL-TOTAL.
           05  FILLER          PIC X(12) VALUE "TOTALS".
           05  BAT-ACCRUED     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BAT-INVOICED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BAT-DIFFERENCE  PIC -ZZZ,ZZZ,ZZ9.99.

       01  BILL-TOTAL-LINE.
           05  FILLER          PIC X(16)
               VALUE "CONTROL TOTALS: ".
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           PERFORM LOAD-ACCRUAL-TABLE
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = "00"
               DISPLAY "NO BILLABLE EVENTS - BILLEVT.DAT MISSING"
           END-IF
           OPEN OUTPUT INVOICE-FILE
           OPEN OUTPUT BILLING-REPORT-FILE
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           CLOSE BILLING-FILE
           CLOSE INVOICE-FILE
           CLOSE BILLING-REPORT-FILE
           IF WS-CLIENT-OPEN-SW = "Y"
               CLOSE CLIENT-MASTER-FILE
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

       LOAD-RATE-TABLE.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               MOVE WS-CL-PREFIX (WS-CX) TO BC-CLIENT
               PERFORM LOOKUP-CLIENT-NAME
               MOVE WS-CLIENT-NAME TO BC-NAME
               COMPUTE BC-EVENTS
                   = WS-CL-OP-COUNT (WS-CX, 1)
                   + WS-CL-OP-COUNT (WS-CX, 2)
           MOVE WS-BILLED-COUNT TO BT-EVENTS
           MOVE WS-GRAND-AMOUNT TO BT-AMOUNT
           WRITE BILLING-REPORT-REC FROM BILL-TOTAL-LINE
           PERFORM PRINT-PRICING-EXCEPTIONS
           PERFORM PRINT-ACCRUAL-COMPARISON.

      * A missing accrual file is normal - the month was not accrued
      * or its accrual has already been compared and retired.
       LOAD-ACCRUAL-TABLE.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ACCRUAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ACCRUAL-REC TO ACCRUAL-RECORD
                           IF WS-ACCRUAL-COUNT < 100
                               ADD 1 TO WS-ACCRUAL-COUNT
                               MOVE UA-CLIENT TO WS-AC-CLIENT
                                   (WS-ACCRUAL-COUNT)
                               MOVE UA-AMOUNT TO WS-AC-AMOUNT
                                   (WS-ACCRUAL-COUNT)
                               MOVE "N" TO WS-AC-MATCHED
                                   (WS-ACCRUAL-COUNT)
                               MOVE UA-PERIOD TO WS-ACCRUAL-PERIOD
                           ELSE
                               DISPLAY "ACCRUAL TABLE FULL - "
                                   UA-CLIENT " NOT COMPARED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
               DISPLAY "ACCRUALS LOADED: " WS-ACCRUAL-COUNT
                   " FOR PERIOD " WS-ACCRUAL-PERIOD
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      * Every client invoiced, beside what was accrued for it, then
      * any client accrued but not invoiced at all. The difference
      * is invoiced less accrued - positive when the estimate fell
      * short.
       PRINT-ACCRUAL-COMPARISON.
           IF WS-ACCRUAL-COUNT > ZERO
               MOVE WS-ACCRUAL-PERIOD TO BAH-PERIOD
               WRITE BILLING-REPORT-REC FROM BILL-ACCRUAL-HEADER
               WRITE BILLING-REPORT-REC FROM BILL-ACCRUAL-COLUMNS
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CLIENT-COUNT
                   MOVE ZERO TO BA-ACCRUED
                   MOVE ZERO TO WS-WORK-AMOUNT
                   PERFORM VARYING WS-AX FROM 1 BY 1
                           UNTIL WS-AX > WS-ACCRUAL-COUNT
                       IF WS-AC-CLIENT (WS-AX) = WS-CL-PREFIX (WS-CX)
                           AND WS-AC-MATCHED (WS-AX) = "N"
                           MOVE "Y" TO WS-AC-MATCHED (WS-AX)
                           MOVE WS-AC-AMOUNT (WS-AX) TO WS-WORK-AMOUNT
                       END-IF
                   END-PERFORM
                   MOVE WS-CL-PREFIX (WS-CX) TO BA-CLIENT
                   MOVE WS-CL-AMOUNT (WS-CX) TO BA-INVOICED
                   PERFORM WRITE-ACCRUAL-LINE
               END-PERFORM
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ACCRUAL-COUNT
                   IF WS-AC-MATCHED (WS-AX) = "N"
                       MOVE WS-AC-CLIENT (WS-AX) TO BA-CLIENT
                       MOVE WS-AC-AMOUNT (WS-AX) TO WS-WORK-AMOUNT
                       MOVE ZERO TO BA-INVOICED
                       MOVE ZERO TO WS-CX
                       PERFORM WRITE-ACCRUAL-LINE
                   END-IF
               END-PERFORM
               MOVE WS-ACCRUED-TOTAL  TO BAT-ACCRUED
               MOVE WS-GRAND-AMOUNT   TO BAT-INVOICED
               MOVE WS-VARIANCE-TOTAL TO BAT-DIFFERENCE
               WRITE BILLING-REPORT-REC FROM BILL-ACCRUAL-TOTAL
               DISPLAY "ACCRUED " WS-ACCRUED-TOTAL " INVOICED "
                   WS-GRAND-AMOUNT
           END-IF.

      * WS-CX is zero for a client accrued but not invoiced.
       WRITE-ACCRUAL-LINE.
           MOVE WS-WORK-AMOUNT TO BA-ACCRUED
           ADD WS-WORK-AMOUNT TO WS-ACCRUED-TOTAL
           IF WS-CX > ZERO
               COMPUTE WS-VARIANCE
                   = WS-CL-AMOUNT (WS-CX) - WS-WORK-AMOUNT
           ELSE
               COMPUTE WS-VARIANCE = ZERO - WS-WORK-AMOUNT
           END-IF
           MOVE WS-VARIANCE TO BA-DIFFERENCE
           ADD WS-VARIANCE TO WS-VARIANCE-TOTAL
           WRITE BILLING-REPORT-REC FROM BILL-ACCRUAL-LINE.

       OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-STATUS = "00"
               MOVE "Y" TO WS-CLIENT-OPEN-SW
           ELSE
               MOVE "N" TO WS-CLIENT-OPEN-SW
               DISPLAY "CLNTMSTR.DAT NOT AVAILABLE - STATUS "
                   WS-CLIENT-STATUS " - SUMMARY PRINTS WITHOUT NAMES"
           END-IF.

       LOOKUP-CLIENT-NAME.
           MOVE "** NOT ON CLIENT MASTER **" TO WS-CLIENT-NAME
           IF WS-CLIENT-OPEN-SW = "Y"
               MOVE BC-CLIENT TO CM-CLIENT
               READ CLIENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CLIENT-NAME
               END-READ
           END-IF.

      * One line per bucket that was not priced from the default
      * rate card, so finance can tie every off-standard invoice
           MOVE "USAGE-BILLING"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           MOVE "USAGE-BILLING"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-EVENT-COUNT   TO RL-INPUT-COUNT
           MOVE WS-INVOICE-LINES TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.
           DISPLAY "CONTRACT BUCKETS:   " WS-CONTRACT-PRICED.
           DISPLAY "MINIMUMS APPLIED:   " WS-MINIMUM-COUNT.
           DISPLAY "TOTAL BILLED:       " WS-GRAND-AMOUNT.
           DISPLAY "TOTAL ACCRUED:      " WS-ACCRUED-TOTAL.
           DISPLAY "INVOICED LESS ACCR: " WS-VARIANCE-TOTAL.
