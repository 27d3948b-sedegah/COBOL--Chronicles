       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-PRINT.

      * Prints the month's client invoices from the BILLINV.DAT
      * detail USAGE-BILLING wrote, so finance mails what billing
      * computed instead of retyping it. One print-image invoice per
      * client prefix goes to CLNTINV.RPT: the op-code lines with
      * quantity, rate and amount (contract-priced lines and the
      * monthly-minimum line marked as such), the invoice total, then
      * a statement of the client's account from the open-invoice
      * master ARMSTR.DAT - every open prior period, its memo
      * adjustments and the payments applied, and the balance broken
      * into the same current/30/60/90+ buckets AR-CASH ages by -
      * and a tear-off remittance stub with the prefix, period and
      * amount due. The run's control totals must tie to the
      * BILLINV.DAT total or the step ends RC=8: an invoice that did
      * not print is never a silent loss.
      * run-monthly-billing.sh runs this step right after AR-POST,
      * so the statement already carries the period just billed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "BILLINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

      * Default rate cards - a line priced at anything else came off
      * a client contract and is labelled that way on the invoice.
           SELECT RATE-FILE ASSIGN TO "BILLRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO "ARMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARMSTR-STATUS.

      * Client master, for the name and billing address. Invoices
      * still print without it - the address block says the prefix
      * is not on file so nobody mails it.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLNTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CLNTINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Structured alerts shared by the whole chain - see
      * copybooks/ALERTREC.cpy. ALERT-DIGEST rolls them up at the
      * end of the night so the console is not the only record.
           SELECT ALERT-FILE ASSIGN TO "../../ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      * Operator parameter card shared by the whole chain - see
      * copybooks/PARMCARD.cpy for the knobs it carries.
           SELECT PARM-FILE ASSIGN TO "../../PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-IN-REC.
           05  IN-CLIENT       PIC X(3).
           05  FILLER          PIC X.
           05  IN-OP-CODE      PIC X.
           05  FILLER          PIC X.
           05  IN-COUNT        PIC 9(7).
           05  FILLER          PIC X.
           05  IN-RATE-WHOLE   PIC 9(3).
           05  FILLER          PIC X.
           05  IN-RATE-DEC     PIC 99.
           05  FILLER          PIC X.
           05  IN-AMT-WHOLE    PIC 9(9).
           05  FILLER          PIC X.
           05  IN-AMT-DEC      PIC 99.
           05  FILLER          PIC X.
           05  IN-BILL-DATE    PIC X(8).

       FD  RATE-FILE.
       01  RATE-REC.
           05  RT-OP-CODE      PIC X.
           05  RT-RATE         PIC 9(3)V99.

       FD  AR-MASTER-FILE.
       COPY ARMSTR.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTREC.

       FD  PRINT-FILE.
       01  PRINT-REC           PIC X(80).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       WORKING-STORAGE SECTION.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-INVOICE-STATUS   PIC XX.
       77  WS-RATE-STATUS      PIC XX.
       77  WS-ARMSTR-STATUS    PIC XX.
       77  WS-CLIENT-STATUS    PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-CLIENT-OPEN-SW   PIC X VALUE "N".
       77  WS-LOAD-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-PERIOD           PIC X(6).
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-CX               PIC 9(3) COMP VALUE ZERO.
       77  WS-LX               PIC 9(4) COMP VALUE ZERO.
       77  WS-RX               PIC 9(2) COMP VALUE ZERO.
       77  WS-BX               PIC 9 COMP VALUE ZERO.
       77  WS-CUR-MONTHS       PIC 9(7) VALUE ZERO.
       77  WS-INV-MONTHS       PIC 9(7) VALUE ZERO.
       77  WS-PERIOD-YEAR      PIC 9(4) VALUE ZERO.
       77  WS-PERIOD-MONTH     PIC 9(2) VALUE ZERO.
       77  WS-AGE-PERIODS      PIC S9(4) VALUE ZERO.
       77  WS-WORK-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       77  WS-WORK-RATE        PIC 9(3)V99 VALUE ZERO.
       77  WS-PERIOD-BALANCE   PIC S9(10)V99 VALUE ZERO.
       77  WS-PERIOD-ADJUSTED  PIC S9(10)V99 VALUE ZERO.
       77  WS-INVOICE-AMOUNT   PIC 9(11)V99 VALUE ZERO.
       77  WS-AMOUNT-DUE       PIC 9(11)V99 VALUE ZERO.
       77  WS-STMT-LINES       PIC 9(3) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-LINE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PRINTED-LINES    PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
           05  WS-FILE-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-PRINTED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-DUE-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT   PIC 9(2) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
               10  WS-RATE-OP      PIC X.
               10  WS-RATE-AMOUNT  PIC 9(3)V99.

      * Every BILLINV.DAT line, held so a client's minimum-charge
      * line - written after all clients' usage lines - lands on
      * the same invoice as the usage it tops up.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 700 TIMES.
               10  WS-LN-CLIENT    PIC X(3).
               10  WS-LN-OP        PIC X.
               10  WS-LN-COUNT     PIC 9(7).
               10  WS-LN-RATE      PIC 9(3)V99.
               10  WS-LN-AMOUNT    PIC 9(9)V99.

      * Client prefixes in the order they first appear on the file,
      * one invoice each.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-CL-PREFIX    PIC X(3) OCCURS 100 TIMES.

       01  WS-AGE-BUCKETS.
           05  WS-AGE-BUCKET   PIC 9(9)V99 OCCURS 4 TIMES.

       COPY PARMCARD.

       COPY ALERTREC.

       01  INV-BLANK-LINE      PIC X(80) VALUE SPACES.

       01  INV-RULE-LINE       PIC X(80) VALUE ALL "=".

       01  INV-TITLE-LINE.
           05  FILLER          PIC X(30)
               VALUE "INVOICE".
           05  FILLER          PIC X(14) VALUE "PERIOD ".
           05  IT-PERIOD       PIC X(6).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "BILL DATE ".
           05  IT-BILL-DATE    PIC X(8).

       01  INV-CLIENT-LINE.
           05  FILLER          PIC X(8)  VALUE "CLIENT  ".
           05  IC-CLIENT       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  IC-NAME         PIC X(30).

       01  INV-ADDRESS-LINE.
           05  FILLER          PIC X(13) VALUE SPACES.
           05  IA-TEXT         PIC X(30).

       01  INV-CITY-LINE.
           05  FILLER          PIC X(13) VALUE SPACES.
           05  IY-CITY         PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  IY-STATE        PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  IY-POSTAL-CODE  PIC X(10).

       01  INV-DETAIL-HEADER.
           05  FILLER          PIC X(4)  VALUE "OP".
           05  FILLER          PIC X(16) VALUE "DESCRIPTION".
           05  FILLER          PIC X(10) VALUE "  QUANTITY".
           05  FILLER          PIC X(8)  VALUE "    RATE".
           05  FILLER          PIC X(16) VALUE "          AMOUNT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "PRICING".

       01  INV-DETAIL-LINE.
           05  ID-OP-CODE      PIC X.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ID-DESCRIPTION  PIC X(16).
           05  ID-QUANTITY     PIC ZZZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-RATE         PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-PRICING      PIC X(15).

       01  INV-TOTAL-LINE.
           05  FILLER          PIC X(42) VALUE "INVOICE TOTAL".
           05  IX-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  STMT-TITLE-LINE.
           05  FILLER          PIC X(40)
               VALUE "STATEMENT OF ACCOUNT".

       01  STMT-HEADER.
           05  FILLER          PIC X(8)  VALUE "PERIOD".
           05  FILLER          PIC X(14) VALUE "        BILLED".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "   ADJUSTMENTS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE " PAYMENTS RCVD".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "       BALANCE".

       01  STMT-LINE.
           05  SL-PERIOD       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-BILLED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-ADJUSTED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-PAID         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-AGING-HEADER.
           05  FILLER          PIC X(16) VALUE "         CURRENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "         30 DAYS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "         60 DAYS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "        90+ DAYS".

       01  STMT-AGING-LINE.
           05  SA-CURRENT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SA-30           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SA-60           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SA-90           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  STMT-DUE-LINE.
           05  FILLER          PIC X(42) VALUE "TOTAL AMOUNT DUE".
           05  SD-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  STMT-NONE-LINE.
           05  FILLER          PIC X(40)
               VALUE "NO OPEN BALANCE ON ACCOUNT".

       01  STUB-CUT-LINE.
           05  FILLER          PIC X(50) VALUE
               "- - - DETACH AND RETURN THIS PORTION WITH PAYMENT".

       01  STUB-CLIENT-LINE.
           05  FILLER          PIC X(20) VALUE "REMITTANCE - CLIENT ".
           05  SC-CLIENT       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SC-NAME         PIC X(30).

       01  STUB-AMOUNT-LINE.
           05  FILLER          PIC X(20) VALUE "PERIOD".
           05  SM-PERIOD       PIC X(6).
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "AMOUNT DUE ".
           05  SM-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  STUB-PAID-LINE.
           05  FILLER          PIC X(40)
               VALUE "AMOUNT ENCLOSED  ____________________".

       01  CTL-TITLE-LINE.
           05  FILLER          PIC X(28)
               VALUE "INVOICE PRINT CONTROL TOTALS".
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  CT-RUN-DATE     PIC X(8).

       01  CTL-COUNT-LINE.
           05  CC-LABEL        PIC X(30).
           05  CC-COUNT        PIC ZZZ,ZZZ,ZZ9.

       01  CTL-AMOUNT-LINE.
           05  CA-LABEL        PIC X(30).
           05  CA-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE PC-BUSINESS-DATE(1:6) TO WS-PERIOD
           MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH
           COMPUTE WS-CUR-MONTHS
               = WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH
           PERFORM LOAD-RATE-TABLE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "NO INVOICE DETAIL - BILLINV.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-AR-MASTER
           PERFORM OPEN-CLIENT-MASTER
           OPEN OUTPUT PRINT-FILE
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START

           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM LOAD-INVOICE-LINE
               END-READ
           END-PERFORM

           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
               PERFORM PRINT-CLIENT-INVOICE
           END-PERFORM

           PERFORM PRINT-CONTROL-TOTALS
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a print run that does not tie to
      * the invoice file is never recorded as complete.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF

           CLOSE INVOICE-FILE
           CLOSE AR-MASTER-FILE
           IF WS-CLIENT-OPEN-SW = "Y"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE PRINT-FILE
           CLOSE RUN-LOG-FILE

           STOP RUN.

      * Every line read must have printed, for the same money: the
      * printed total is accumulated line by line as the invoices
      * are written, independently of the total taken on the read.
       SET-RETURN-CODE.
           IF WS-LOAD-OK-SW = "N"
                   OR WS-PRINTED-LINES NOT = WS-LINE-COUNT
                   OR WS-PRINTED-TOTAL NOT = WS-FILE-TOTAL
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETURN-CODE 8: PRINTED INVOICES DO NOT TIE"
                   " TO BILLINV.DAT"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "INVTIE" TO WS-ALERT-CODE
               MOVE "PRINTED INVOICES DO NOT TIE TO BILLINV"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-NO-ADDRESS-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 4: " WS-NO-ADDRESS-COUNT
                       " INVOICE(S) HAVE NO CLIENT MASTER ADDRESS"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "INVADDR" TO WS-ALERT-CODE
                   MOVE "INVOICE PRINTED WITH NO MAILING ADDRESS"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "RATE FILE BILLRATE.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-RATE-COUNT < 10
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-OP-CODE
                               TO WS-RATE-OP (WS-RATE-COUNT)
                           MOVE RT-RATE
                               TO WS-RATE-AMOUNT (WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      * The statement cannot be printed without the receivable, and
      * AR-POST has just built it - a missing master is fatal here.
       OPEN-AR-MASTER.
           OPEN INPUT AR-MASTER-FILE
           IF WS-ARMSTR-STATUS NOT = "00"
               DISPLAY "NO OPEN-INVOICE MASTER - RUN AR-POST FIRST"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "ARMSTR" TO WS-ALERT-CODE
               MOVE "OPEN-INVOICE MASTER NOT USABLE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-STATUS = "00"
               MOVE "Y" TO WS-CLIENT-OPEN-SW
           ELSE
               MOVE "N" TO WS-CLIENT-OPEN-SW
               DISPLAY "CLNTMSTR.DAT NOT AVAILABLE - STATUS "
                   WS-CLIENT-STATUS " - INVOICES PRINT UNADDRESSED"
           END-IF.

      * A line that cannot be held or read is counted on the read
      * side only, so the control totals fail to tie and say so.
       LOAD-INVOICE-LINE.
           IF IN-AMT-WHOLE NOT NUMERIC OR IN-AMT-DEC NOT NUMERIC
                   OR IN-RATE-WHOLE NOT NUMERIC
                   OR IN-RATE-DEC NOT NUMERIC
                   OR IN-COUNT NOT NUMERIC
               MOVE "N" TO WS-LOAD-OK-SW
               DISPLAY "BAD INVOICE LINE AT RECORD " WS-LINE-COUNT
           ELSE
               COMPUTE WS-WORK-AMOUNT
                   = IN-AMT-WHOLE + IN-AMT-DEC / 100
               ADD WS-WORK-AMOUNT TO WS-FILE-TOTAL
               IF WS-LINE-COUNT > 700
                   MOVE "N" TO WS-LOAD-OK-SW
                   DISPLAY "INVOICE LINE TABLE FULL AT RECORD "
                       WS-LINE-COUNT
               ELSE
                   PERFORM FIND-OR-ADD-CLIENT
                   MOVE WS-LINE-COUNT TO WS-LX
                   MOVE IN-CLIENT     TO WS-LN-CLIENT (WS-LX)
                   MOVE IN-OP-CODE    TO WS-LN-OP (WS-LX)
                   MOVE IN-COUNT      TO WS-LN-COUNT (WS-LX)
                   COMPUTE WS-LN-RATE (WS-LX)
                       = IN-RATE-WHOLE + IN-RATE-DEC / 100
                   MOVE WS-WORK-AMOUNT TO WS-LN-AMOUNT (WS-LX)
               END-IF
           END-IF.

       FIND-OR-ADD-CLIENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLIENT-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-CL-PREFIX (WS-CX) = IN-CLIENT
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               IF WS-CLIENT-COUNT < 100
                   ADD 1 TO WS-CLIENT-COUNT
                   MOVE IN-CLIENT TO WS-CL-PREFIX (WS-CLIENT-COUNT)
               ELSE
                   MOVE "N" TO WS-LOAD-OK-SW
                   DISPLAY "CLIENT TABLE FULL - NO INVOICE FOR "
                       IN-CLIENT
               END-IF
           END-IF.

      * One invoice: address block, usage lines, total, statement
      * and remittance stub, ruled off from the next client's.
       PRINT-CLIENT-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           MOVE ZERO TO WS-INVOICE-AMOUNT
           WRITE PRINT-REC FROM INV-RULE-LINE
           MOVE WS-PERIOD   TO IT-PERIOD
           MOVE WS-RUN-DATE TO IT-BILL-DATE
           WRITE PRINT-REC FROM INV-TITLE-LINE
           WRITE PRINT-REC FROM INV-BLANK-LINE
           PERFORM PRINT-ADDRESS-BLOCK
           WRITE PRINT-REC FROM INV-BLANK-LINE
           WRITE PRINT-REC FROM INV-DETAIL-HEADER
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LINE-COUNT OR WS-LX > 700
               IF WS-LN-CLIENT (WS-LX) = WS-CL-PREFIX (WS-CX)
                   PERFORM PRINT-INVOICE-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-INVOICE-AMOUNT TO IX-AMOUNT
           WRITE PRINT-REC FROM INV-TOTAL-LINE
           WRITE PRINT-REC FROM INV-BLANK-LINE
           PERFORM PRINT-ACCOUNT-STATEMENT
           PERFORM PRINT-REMITTANCE-STUB
           WRITE PRINT-REC FROM INV-BLANK-LINE.

       PRINT-ADDRESS-BLOCK.
           MOVE WS-CL-PREFIX (WS-CX) TO IC-CLIENT
           MOVE "N" TO WS-FOUND-SW
           IF WS-CLIENT-OPEN-SW = "Y"
               MOVE WS-CL-PREFIX (WS-CX) TO CM-CLIENT
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SW
               END-READ
           END-IF
           IF WS-FOUND-SW = "Y"
               MOVE CM-NAME TO IC-NAME
               WRITE PRINT-REC FROM INV-CLIENT-LINE
               IF CM-CONTACT NOT = SPACES
                   MOVE SPACES TO IA-TEXT
                   STRING "ATTN: " DELIMITED BY SIZE
                       CM-CONTACT DELIMITED BY SIZE
                       INTO IA-TEXT
                   WRITE PRINT-REC FROM INV-ADDRESS-LINE
               END-IF
               MOVE CM-ADDRESS-1 TO IA-TEXT
               WRITE PRINT-REC FROM INV-ADDRESS-LINE
               IF CM-ADDRESS-2 NOT = SPACES
                   MOVE CM-ADDRESS-2 TO IA-TEXT
                   WRITE PRINT-REC FROM INV-ADDRESS-LINE
               END-IF
               MOVE CM-CITY        TO IY-CITY
               MOVE CM-STATE       TO IY-STATE
               MOVE CM-POSTAL-CODE TO IY-POSTAL-CODE
               WRITE PRINT-REC FROM INV-CITY-LINE
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "** NOT ON CLIENT MASTER **" TO IC-NAME
               WRITE PRINT-REC FROM INV-CLIENT-LINE
               MOVE "** DO NOT MAIL - NO ADDRESS **" TO IA-TEXT
               WRITE PRINT-REC FROM INV-ADDRESS-LINE
               DISPLAY "NO CLIENT MASTER ADDRESS FOR "
                   WS-CL-PREFIX (WS-CX)
           END-IF.

      * The "*" line is USAGE-BILLING's monthly-minimum top-up; any
      * other line priced away from the default card came off the
      * client's contract.
       PRINT-INVOICE-DETAIL.
           MOVE WS-LN-OP (WS-LX) TO ID-OP-CODE
           MOVE WS-LN-COUNT (WS-LX) TO ID-QUANTITY
           MOVE WS-LN-RATE (WS-LX) TO ID-RATE
           MOVE WS-LN-AMOUNT (WS-LX) TO ID-AMOUNT
           EVALUATE WS-LN-OP (WS-LX)
               WHEN "A"
                   MOVE "ADDITION"       TO ID-DESCRIPTION
               WHEN "S"
                   MOVE "SUBTRACTION"    TO ID-DESCRIPTION
               WHEN "M"
                   MOVE "MULTIPLICATION" TO ID-DESCRIPTION
               WHEN "D"
                   MOVE "DIVISION"       TO ID-DESCRIPTION
               WHEN "R"
                   MOVE "REMAINDER"      TO ID-DESCRIPTION
               WHEN "P"
                   MOVE "PERCENTAGE"     TO ID-DESCRIPTION
               WHEN "*"
                   MOVE "MONTHLY MINIMUM" TO ID-DESCRIPTION
               WHEN OTHER
                   MOVE "OTHER CHARGE"   TO ID-DESCRIPTION
           END-EVALUATE
           IF WS-LN-OP (WS-LX) = "*"
               MOVE "MINIMUM CHARGE" TO ID-PRICING
           ELSE
               PERFORM FIND-DEFAULT-RATE
               IF WS-FOUND-SW = "Y"
                       AND WS-WORK-RATE = WS-LN-RATE (WS-LX)
                   MOVE "STANDARD RATE" TO ID-PRICING
               ELSE
                   MOVE "CONTRACT RATE" TO ID-PRICING
               END-IF
           END-IF
           WRITE PRINT-REC FROM INV-DETAIL-LINE
           ADD 1 TO WS-PRINTED-LINES
           ADD WS-LN-AMOUNT (WS-LX) TO WS-INVOICE-AMOUNT
           ADD WS-LN-AMOUNT (WS-LX) TO WS-PRINTED-TOTAL.

       FIND-DEFAULT-RATE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RATE-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-RATE-OP (WS-RX) = WS-LN-OP (WS-LX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-RX
               MOVE WS-RATE-AMOUNT (WS-RX) TO WS-WORK-RATE
           END-IF.

      * Every open period on file for the client plus the period
      * just billed, aged the way AR-CASH ages them: 0 periods
      * outstanding is current, one is 30 days, two is 60, three or
      * more is 90-plus.
       PRINT-ACCOUNT-STATEMENT.
           WRITE PRINT-REC FROM STMT-TITLE-LINE
           WRITE PRINT-REC FROM STMT-HEADER
           MOVE ZERO TO WS-STMT-LINES
           MOVE ZERO TO WS-AGE-BUCKET (1)
           MOVE ZERO TO WS-AGE-BUCKET (2)
           MOVE ZERO TO WS-AGE-BUCKET (3)
           MOVE ZERO TO WS-AGE-BUCKET (4)
           MOVE WS-CL-PREFIX (WS-CX) TO AR-CLIENT
           MOVE LOW-VALUES TO AR-PERIOD
           MOVE LOW-VALUES TO AR-STUDENT-ID
           MOVE "N" TO WS-EOF-SWITCH
           START AR-MASTER-FILE KEY NOT < AR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AR-CLIENT NOT = WS-CL-PREFIX (WS-CX)
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           PERFORM PRINT-STATEMENT-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-LINES = ZERO
               WRITE PRINT-REC FROM STMT-NONE-LINE
           END-IF
           WRITE PRINT-REC FROM INV-BLANK-LINE
           WRITE PRINT-REC FROM STMT-AGING-HEADER
           MOVE WS-AGE-BUCKET (1) TO SA-CURRENT
           MOVE WS-AGE-BUCKET (2) TO SA-30
           MOVE WS-AGE-BUCKET (3) TO SA-60
           MOVE WS-AGE-BUCKET (4) TO SA-90
           WRITE PRINT-REC FROM STMT-AGING-LINE
           COMPUTE WS-AMOUNT-DUE
               = WS-AGE-BUCKET (1) + WS-AGE-BUCKET (2)
               + WS-AGE-BUCKET (3) + WS-AGE-BUCKET (4)
           ADD WS-AMOUNT-DUE TO WS-DUE-TOTAL
           MOVE WS-AMOUNT-DUE TO SD-AMOUNT
           WRITE PRINT-REC FROM STMT-DUE-LINE
           WRITE PRINT-REC FROM INV-BLANK-LINE.

      * Credit and debit memos print as one net adjustment, minus
      * for a net credit.
       PRINT-STATEMENT-PERIOD.
           COMPUTE WS-PERIOD-ADJUSTED
               = AR-DEBIT-AMOUNT - AR-CREDIT-AMOUNT
           COMPUTE WS-PERIOD-BALANCE
               = AR-INV-AMOUNT + WS-PERIOD-ADJUSTED - AR-PAID-AMOUNT
           IF AR-STATUS = "O" OR AR-PERIOD = WS-PERIOD
               MOVE AR-PERIOD      TO SL-PERIOD
               MOVE AR-INV-AMOUNT  TO SL-BILLED
               MOVE WS-PERIOD-ADJUSTED TO SL-ADJUSTED
               MOVE AR-PAID-AMOUNT TO SL-PAID
               MOVE WS-PERIOD-BALANCE TO SL-BALANCE
               WRITE PRINT-REC FROM STMT-LINE
               ADD 1 TO WS-STMT-LINES
           END-IF
           IF AR-STATUS = "O"
                   AND WS-PERIOD-BALANCE > ZERO
               MOVE AR-PERIOD(1:4) TO WS-PERIOD-YEAR
               MOVE AR-PERIOD(5:2) TO WS-PERIOD-MONTH
               COMPUTE WS-INV-MONTHS
                   = WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH
               COMPUTE WS-AGE-PERIODS
                   = WS-CUR-MONTHS - WS-INV-MONTHS
               IF WS-AGE-PERIODS < ZERO
                   MOVE ZERO TO WS-AGE-PERIODS
               END-IF
               IF WS-AGE-PERIODS > 3
                   MOVE 4 TO WS-BX
               ELSE
                   COMPUTE WS-BX = WS-AGE-PERIODS + 1
               END-IF
               ADD WS-PERIOD-BALANCE TO WS-AGE-BUCKET (WS-BX)
           END-IF.

       PRINT-REMITTANCE-STUB.
           WRITE PRINT-REC FROM STUB-CUT-LINE
           MOVE WS-CL-PREFIX (WS-CX) TO SC-CLIENT
           MOVE IC-NAME TO SC-NAME
           WRITE PRINT-REC FROM STUB-CLIENT-LINE
           MOVE WS-PERIOD TO SM-PERIOD
           MOVE WS-AMOUNT-DUE TO SM-AMOUNT
           WRITE PRINT-REC FROM STUB-AMOUNT-LINE
           WRITE PRINT-REC FROM STUB-PAID-LINE.

      * The tie-out printed at the foot of the run, where finance
      * signs off the batch before the envelopes are stuffed.
       PRINT-CONTROL-TOTALS.
           WRITE PRINT-REC FROM INV-RULE-LINE
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           WRITE PRINT-REC FROM CTL-TITLE-LINE
           MOVE "INVOICE LINES READ" TO CC-LABEL
           MOVE WS-LINE-COUNT TO CC-COUNT
           WRITE PRINT-REC FROM CTL-COUNT-LINE
           MOVE "INVOICE LINES PRINTED" TO CC-LABEL
           MOVE WS-PRINTED-LINES TO CC-COUNT
           WRITE PRINT-REC FROM CTL-COUNT-LINE
           MOVE "INVOICES PRINTED" TO CC-LABEL
           MOVE WS-INVOICE-COUNT TO CC-COUNT
           WRITE PRINT-REC FROM CTL-COUNT-LINE
           MOVE "BILLINV.DAT TOTAL" TO CA-LABEL
           MOVE WS-FILE-TOTAL TO CA-AMOUNT
           WRITE PRINT-REC FROM CTL-AMOUNT-LINE
           MOVE "INVOICES PRINTED TOTAL" TO CA-LABEL
           MOVE WS-PRINTED-TOTAL TO CA-AMOUNT
           WRITE PRINT-REC FROM CTL-AMOUNT-LINE
           MOVE "STATEMENT AMOUNTS DUE" TO CA-LABEL
           MOVE WS-DUE-TOTAL TO CA-AMOUNT
           WRITE PRINT-REC FROM CTL-AMOUNT-LINE.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE "INVOICE-PRINT" TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "INVOICE-PRINT"  TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "INVOICE-PRINT"  TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE PC-CYCLE-NUMBER  TO RL-CYCLE
           MOVE WS-LINE-COUNT    TO RL-INPUT-COUNT
           MOVE WS-INVOICE-COUNT TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== INVOICE PRINT RECONCILIATION =====".
           DISPLAY "INVOICE LINES READ:    " WS-LINE-COUNT.
           DISPLAY "INVOICE LINES PRINTED: " WS-PRINTED-LINES.
           DISPLAY "INVOICES PRINTED:      " WS-INVOICE-COUNT.
           DISPLAY "BILLINV.DAT TOTAL:     " WS-FILE-TOTAL.
           DISPLAY "PRINTED TOTAL:         " WS-PRINTED-TOTAL.
           DISPLAY "STATEMENT AMOUNTS DUE: " WS-DUE-TOTAL.
           DISPLAY "UNADDRESSED INVOICES:  " WS-NO-ADDRESS-COUNT.
