       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE.

      * Change control for the parameter card and the reference files
      * that drive pricing, feeds and the calendar: PARMCARD.DAT,
      * CALENDAR.DAT, FEEDREG.DAT, BILLRATE.DAT and CONTRACT.DAT. No
      * one edits these files any more - every change is a card in
      * REFCHG.DAT (see copybooks/REFCHG.cpy) naming the file, the
      * new values, the business date the change takes effect, who
      * asked for it and who approved it. Each card is validated
      * with the rules the steps that read the file apply, and every
      * accepted change is appended to the change history REFHIST.DAT
      * (copybooks/REFHIST.cpy) with the record before and after.
      *
      * The history is the master: the live files are rewritten from
      * it as they stand on the current business date, and a change
      * effective on a later date waits in the history until the
      * business date is rolled to it - by an R card for PARMCARD,
      * which is also how the business date itself now moves. The
      * request card REFREQ.DAT picks the function:
      *   A  apply the change cards in REFCHG.DAT
      *   C  check only - prove the live files still match the
      *      history for the current business date; the daily chain
      *      runs this before its first step
      *   P  print what was in force for the business date keyed in
      *      columns 2-9 (blank = the current one), with the change
      *      that put each record there
      * A live file that no longer matches its history has been
      * edited outside this program: that is reported record by
      * record, alerted, ends RC=8, and no change is applied on top
      * of it. The first run on a file takes its records as they are
      * as the history's baseline. Everything is answered on
      * REFCHG.RPT; RC=4 means one or more cards were rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "REFREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CHANGE-FILE ASSIGN TO "REFCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "REFCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "../../REFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * Whichever controlled file is being read or rewritten - see
      * WS-CONTROLLED-FILES for the names.
           SELECT REFERENCE-FILE ASSIGN TO DYNAMIC WS-REF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

      * Periods PERIOD-CLOSE has signed off - the business date may
      * not be rolled into one, the same rule the enqueue applies.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO "../../PERCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.

      * Run-in-progress lock shared with RUN-LOCK - see
      * run-lock.cob for the record.
           SELECT LOCK-FILE ASSIGN TO "../../RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "../../RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Structured alerts shared by the whole chain - see
      * copybooks/ALERTREC.cpy. ALERT-DIGEST rolls them up at the
      * end of the night so the console is not the only record.
           SELECT ALERT-FILE ASSIGN TO "../../ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  RQ-FUNCTION     PIC X.
           05  RQ-AS-OF-DATE   PIC X(8).

       FD  CHANGE-FILE.
       COPY REFCHG.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-REC   PIC X(110).

       FD  HISTORY-FILE.
       COPY REFHIST.

       FD  REFERENCE-FILE.
       01  REFERENCE-REC       PIC X(80).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-REC   PIC X(6).

       FD  LOCK-FILE.
       01  LOCK-REC.
           05  LK-STATUS       PIC X.
           05  LK-BUSINESS-DATE PIC X(8).
           05  LK-START-STAMP  PIC X(14).
           05  LK-PROCESS      PIC X(15).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-CHANGE-STATUS    PIC XX.
       77  WS-HISTORY-STATUS   PIC XX.
       77  WS-REF-STATUS       PIC XX.
       77  WS-CLOSED-STATUS    PIC XX.
       77  WS-LOCK-STATUS      PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-LOCK-HELD-SW     PIC X VALUE "N".
       77  WS-LOCK-TAKEN-SW    PIC X VALUE "N".
       77  WS-CHAIN-RAN-SW     PIC X VALUE "N".
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-DATE-OK-SW       PIC X VALUE "Y".
       77  WS-TIME-OK-SW       PIC X VALUE "Y".
       77  WS-OP-OK-SW         PIC X VALUE "Y".
       77  WS-BUSINESS-DAY-SW  PIC X VALUE "Y".
       77  WS-PERIOD-CLOSED-SW PIC X VALUE "N".
       77  WS-IN-FORCE-SW      PIC X VALUE "N".
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-FUNCTION         PIC X.
       77  WS-AS-OF-DATE       PIC X(8).
       77  WS-NOW              PIC X(14).
       77  WS-REF-FILENAME     PIC X(40).
       77  WS-REJECT-TEXT      PIC X(40).
       77  WS-RESULT-TEXT      PIC X(40).
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-CHECK-DATE-NUM   PIC 9(8).
       77  WS-CHECK-TIME       PIC X(4).
       77  WS-CHECK-OP         PIC X.
       77  WS-DAY-NUMBER       PIC 9.
       77  WS-FIND-FILE        PIC X(8).
       77  WS-FIND-KEY         PIC X(12).
       77  WS-CARD-KEY         PIC X(12).
       77  WS-CARD-IMAGE       PIC X(40).
       77  WS-BEFORE-IMAGE     PIC X(40).
       77  WS-LIVE-IMAGE       PIC X(40).
       77  WS-CARD-LENGTH      PIC 9(3).
       77  WS-NEW-CYCLE        PIC X.
       77  WS-COMPOSE-DATE     PIC X(8).
       77  WS-COMPOSE-CYCLE    PIC X.
       77  WS-DRIFT-FILE-COUNT PIC 9(5) VALUE ZERO.
       77  WS-IN-FORCE-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-ACTIVE-COUNT     PIC 9(3) VALUE ZERO.
       77  WS-ACTIVE-AFTER     PIC S9(3) VALUE ZERO.
       77  WS-LAST-SEQ         PIC 9(7) VALUE ZERO.
       77  WS-HISTORY-START    PIC X(8) VALUE SPACES.
       77  WS-LIVE-COUNT       PIC 9(3) COMP VALUE ZERO.
       77  WS-FX               PIC 9(3) COMP VALUE ZERO.
       77  WS-SS               PIC 9(3) COMP VALUE ZERO.
       77  WS-SX               PIC 9(3) COMP VALUE ZERO.
       77  WS-TX               PIC 9(3) COMP VALUE ZERO.
       77  WS-EX               PIC 9(3) COMP VALUE ZERO.

      * Table limits the consuming steps load these files into -
      * a change that would overflow one is refused here rather than
      * dropped there.
       77  WS-HOLIDAY-MAX      PIC 9(3) VALUE 50.
       77  WS-FEED-MAX         PIC 9(3) VALUE 10.
       77  WS-RATE-MAX         PIC 9(3) VALUE 10.
       77  WS-CONTRACT-MAX     PIC 9(3) VALUE 50.

      * The most records one file's state may hold, and the most
      * keys one view may carry across all five files - room for
      * every file full to the limits above, with headroom. A
      * deleted record keeps its slot until the view is full, and
      * then gives it to the next new key.
       77  WS-EXPECTED-MAX     PIC 9(3) VALUE 60.
       77  WS-STATE-MAX        PIC 9(3) VALUE 200.

      * Where the chain stands: the business date and cycle of the
      * latest R (or baseline) entry, and when it was keyed. A roll
      * back for a rerun does not lower the high-water date - the
      * latest business date ever rolled to - nor when the first roll
      * to it was keyed, which is when that date's first run could
      * have begun.
       01  WS-POSITION.
           05  WS-POS-DATE         PIC X(8) VALUE SPACES.
           05  WS-POS-CYCLE        PIC X VALUE "1".
           05  WS-POS-ENTERED      PIC X(14) VALUE SPACES.
           05  WS-HIGH-DATE        PIC X(8) VALUE SPACES.
           05  WS-HIGH-ENTERED     PIC X(14) VALUE SPACES.
      * The high-water date as it stood at the history entry the
      * views have been built up to.
           05  WS-ST-HIGH          PIC X(8) VALUE SPACES.

       01  WS-HELD-LOCK.
           05  WS-HELD-DATE    PIC X(8).
           05  WS-HELD-STAMP   PIC X(14).
           05  WS-HELD-PROCESS PIC X(15).

       01  WS-RUN-COUNTS.
           05  WS-HISTORY-READ     PIC 9(7) VALUE ZERO.
           05  WS-BASELINE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CARDS-READ       PIC 9(7) VALUE ZERO.
           05  WS-CARDS-ACCEPTED   PIC 9(7) VALUE ZERO.
           05  WS-CARDS-PENDING    PIC 9(7) VALUE ZERO.
           05  WS-CARDS-REJECTED   PIC 9(7) VALUE ZERO.
           05  WS-DRIFT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-FILES-REWRITTEN  PIC 9(3) VALUE ZERO.

      * The files under change control, their record lengths and
      * where they live relative to Session 06/data.
       01  WS-CONTROLLED-FILES-TEXT.
           05  FILLER          PIC X(8)  VALUE "PARMCARD".
           05  FILLER          PIC 9(3)  VALUE 26.
           05  FILLER          PIC X(40) VALUE "../../PARMCARD.DAT".
           05  FILLER          PIC X(8)  VALUE "CALENDAR".
           05  FILLER          PIC 9(3)  VALUE 29.
           05  FILLER          PIC X(40) VALUE "../../CALENDAR.DAT".
           05  FILLER          PIC X(8)  VALUE "FEEDREG".
           05  FILLER          PIC 9(3)  VALUE 32.
           05  FILLER          PIC X(40)
               VALUE "../../Session 02/data/FEEDREG.DAT".
           05  FILLER          PIC X(8)  VALUE "BILLRATE".
           05  FILLER          PIC 9(3)  VALUE 6.
           05  FILLER          PIC X(40)
               VALUE "../../Session 02/data/BILLRATE.DAT".
           05  FILLER          PIC X(8)  VALUE "CONTRACT".
           05  FILLER          PIC 9(3)  VALUE 38.
           05  FILLER          PIC X(40)
               VALUE "../../Session 02/data/CONTRACT.DAT".
       01  WS-CONTROLLED-FILES REDEFINES WS-CONTROLLED-FILES-TEXT.
           05  WS-CF-ENTRY OCCURS 5 TIMES.
               10  WS-CF-FILE-ID   PIC X(8).
               10  WS-CF-LENGTH    PIC 9(3).
               10  WS-CF-PATH      PIC X(40).

       01  WS-CONTROLLED-FILE-STATE.
           05  WS-CF-STATE OCCURS 5 TIMES.
               10  WS-CF-ENTRIES   PIC 9(7).
               10  WS-CF-PRESENT   PIC X.
               10  WS-CF-DRIFT     PIC 9(5).

      * Two views of the history: set 1 is what was in force on one
      * business date (WS-ST-LIMIT), set 2 everything keyed so far,
      * future-dated changes included - the view a new card must
      * make sense against.
       01  WS-STATE-TABLE.
           05  WS-STATE-SET OCCURS 2 TIMES.
               10  WS-ST-LIMIT     PIC X(8).
               10  WS-ST-COUNT     PIC 9(3) COMP.
               10  WS-ST-ENTRY OCCURS 200 TIMES.
                   15  WS-ST-FILE-ID   PIC X(8).
                   15  WS-ST-KEY       PIC X(12).
                   15  WS-ST-EFF       PIC X(8).
                   15  WS-ST-SEQ       PIC 9(7).
                   15  WS-ST-ACTION    PIC X.
                   15  WS-ST-IMAGE     PIC X(40).
                   15  WS-ST-REQUESTER PIC X(8).
                   15  WS-ST-APPROVER  PIC X(8).

      * One file's records as the history says they stand, in the
      * order their keys first appeared.
       01  WS-EXPECTED-TABLE.
           05  WS-EXPECTED-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-EXPECTED-ENTRY OCCURS 60 TIMES.
               10  WS-EX-IMAGE     PIC X(40).
               10  WS-EX-SEQ       PIC 9(7).
               10  WS-EX-EFF       PIC X(8).
               10  WS-EX-REQUESTER PIC X(8).
               10  WS-EX-APPROVER  PIC X(8).

      * Staging for the card being validated, laid out as the
      * consuming steps read each file.
       COPY PARMCARD.

       COPY BUSCAL.

       COPY FEEDREG.

       COPY CONTRACT.

       01  RATE-CARD-RECORD.
           05  RT-OP-CODE      PIC X.
           05  RT-RATE         PIC 9(3)V99.

       COPY ALERTREC.

       01  CHANGE-HEADER-1.
           05  FILLER          PIC X(26)
               VALUE "REFERENCE CHANGE CONTROL  ".
           05  FILLER          PIC X(9)  VALUE "FUNCTION ".
           05  CH1-FUNCTION    PIC X.
           05  FILLER          PIC X(16) VALUE "  BUSINESS DATE ".
           05  CH1-DATE        PIC X(8).
           05  FILLER          PIC X(8)  VALUE "  CYCLE ".
           05  CH1-CYCLE       PIC X.
           05  FILLER          PIC X(11) VALUE "  HISTORY: ".
           05  CH1-HISTORY     PIC Z(6)9.
           05  FILLER          PIC X(8)  VALUE " ENTRIES".

       01  CHANGE-HEADER-2.
           05  FILLER          PIC X(9)  VALUE "FILE".
           05  FILLER          PIC X(2)  VALUE "A".
           05  FILLER          PIC X(9)  VALUE "EFF DATE".
           05  FILLER          PIC X(9)  VALUE "ASKED BY".
           05  FILLER          PIC X(10) VALUE "APPROVED".
           05  FILLER          PIC X(42) VALUE "RESULT".
           05  FILLER          PIC X(20) VALUE "REASON".

       01  CHANGE-CARD-LINE.
           05  CL-FILE-ID      PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  CL-ACTION       PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  CL-EFF-DATE     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  CL-REQUESTER    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  CL-APPROVER     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-RESULT       PIC X(40).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-REASON       PIC X(20).

       01  CHANGE-IMAGE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  IL-LABEL        PIC X(10).
           05  IL-IMAGE        PIC X(40).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  IL-NOTE         PIC X(50).

       01  CHANGE-TEXT-LINE.
           05  TL-TEXT         PIC X(110).

       01  WS-ENTRY-NOTE.
           05  FILLER          PIC X(4)  VALUE "SEQ ".
           05  EN-SEQ          PIC Z(6)9.
           05  FILLER          PIC X(5)  VALUE " EFF ".
           05  EN-EFF          PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  EN-REQUESTER    PIC X(8).
           05  FILLER          PIC X     VALUE "/".
           05  EN-APPROVER     PIC X(8).

       01  WS-EDIT-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           PERFORM READ-REQUEST-CARD
           IF WS-FUNCTION = "A"
               OPEN INPUT CHANGE-FILE
               IF WS-CHANGE-STATUS NOT = "00"
                   DISPLAY "NO CHANGE CARDS - REFCHG.DAT MISSING"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CHECK-LOCK-IS-FREE
           END-IF
           PERFORM SCAN-HISTORY
           PERFORM START-MISSING-HISTORY
           IF WS-FUNCTION = "A"
               PERFORM CHECK-CHAIN-HAS-RUN
               PERFORM TAKE-THE-LOCK
           END-IF
           IF WS-FUNCTION = "P" AND WS-AS-OF-DATE = SPACES
               MOVE WS-POS-DATE TO WS-AS-OF-DATE
           END-IF
           PERFORM OPEN-RUN-LOG
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT CHANGE-REPORT-FILE
           PERFORM PRINT-REPORT-HEADERS

           EVALUATE WS-FUNCTION
               WHEN "P"
                   MOVE WS-AS-OF-DATE TO WS-ST-LIMIT (1)
                   PERFORM BUILD-STATE
                   PERFORM PRINT-AS-OF-LISTING
               WHEN OTHER
                   MOVE WS-POS-DATE TO WS-ST-LIMIT (1)
                   PERFORM BUILD-STATE
                   PERFORM CHECK-FOR-DRIFT
                   IF WS-FUNCTION = "A"
                       PERFORM APPLY-CHANGE-CARDS
                   END-IF
           END-EVALUATE

           CLOSE CHANGE-REPORT-FILE
           PERFORM RELEASE-THE-LOCK
           PERFORM PRINT-RECONCILIATION
           PERFORM SET-RETURN-CODE

      * A failed step must not look finished: the END event is only
      * logged on a clean end, so a drifted file never reads as a
      * passed check.
           IF RETURN-CODE < 8
               PERFORM WRITE-RUN-LOG-END
           END-IF
           CLOSE RUN-LOG-FILE

           STOP RUN.

       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-DRIFT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE 8: " WS-DRIFT-COUNT
                       " RECORD(S) CHANGED OUTSIDE CHANGE CONTROL"
                   MOVE "F" TO WS-ALERT-SEVERITY
                   MOVE "REFDRIFT" TO WS-ALERT-CODE
                   MOVE "REFERENCE FILE EDITED OUTSIDE CONTROL"
                       TO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-CARDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO CHANGE CONTROL REQUEST - REFREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REQUEST-FILE
               AT END
                   DISPLAY "CHANGE CONTROL REQUEST CARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE RQ-FUNCTION   TO WS-FUNCTION
                   MOVE RQ-AS-OF-DATE TO WS-AS-OF-DATE
           END-READ
           CLOSE REQUEST-FILE
           IF WS-FUNCTION NOT = "A" AND WS-FUNCTION NOT = "C"
                   AND WS-FUNCTION NOT = "P"
               DISPLAY "UNKNOWN CHANGE CONTROL FUNCTION '" WS-FUNCTION
                   "' - USE A, C OR P"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FUNCTION = "P" AND WS-AS-OF-DATE NOT = SPACES
               MOVE WS-AS-OF-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK-SW = "N"
                   DISPLAY "BAD AS-OF DATE '" WS-AS-OF-DATE "'"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Reference files must not change under a running chain, a
      * backup taking its consistency point, or a restore that has
      * not been proven.
       CHECK-LOCK-IS-FREE.
           MOVE "N" TO WS-LOCK-HELD-SW
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-STATUS = "H"
                           MOVE "Y" TO WS-LOCK-HELD-SW
                           MOVE LK-BUSINESS-DATE TO WS-HELD-DATE
                           MOVE LK-START-STAMP   TO WS-HELD-STAMP
                           MOVE LK-PROCESS       TO WS-HELD-PROCESS
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-HELD-SW = "Y"
               DISPLAY "CHANGES REFUSED - RUN LOCK HELD BY "
                   WS-HELD-PROCESS " SINCE " WS-HELD-STAMP
                   " FOR " WS-HELD-DATE
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "REFLOCK" TO WS-ALERT-CODE
               MOVE "REFERENCE CHANGES REFUSED - LOCK HELD"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-THE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE "H"           TO LK-STATUS
           MOVE WS-POS-DATE   TO LK-BUSINESS-DATE
           MOVE WS-NOW        TO LK-START-STAMP
           MOVE "REF-CHANGE"  TO LK-PROCESS
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           MOVE "Y" TO WS-LOCK-TAKEN-SW.

       RELEASE-THE-LOCK.
           IF WS-LOCK-TAKEN-SW = "Y"
               OPEN OUTPUT LOCK-FILE
               MOVE "R"           TO LK-STATUS
               MOVE WS-POS-DATE   TO LK-BUSINESS-DATE
               MOVE WS-NOW        TO LK-START-STAMP
               MOVE "REF-CHANGE"  TO LK-PROCESS
               WRITE LOCK-REC
               CLOSE LOCK-FILE
               MOVE "N" TO WS-LOCK-TAKEN-SW
           END-IF.

      * A change effective on the high-water business date is only
      * honest if the chain has not yet run on that date - once it
      * has, the day ran with the old values and the change must
      * wait for the next date. A DAILY-CHAIN start logged since the
      * first roll to that date means the day has run, whatever
      * cycle it ran as.
       CHECK-CHAIN-HAS-RUN.
           MOVE "N" TO WS-CHAIN-RAN-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RUN-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RL-PROGRAM-ID = "DAILY-CHAIN"
                                   AND RL-EVENT-TYPE = "RUN"
                                   AND RL-TIMESTAMP > WS-HIGH-ENTERED
                               MOVE "Y" TO WS-CHAIN-RAN-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

      * First pass over the history: where the chain stands, the
      * last number used, and which files have a history at all.
       SCAN-HISTORY.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE ZERO TO WS-CF-ENTRIES (WS-FX)
               MOVE "Y"  TO WS-CF-PRESENT (WS-FX)
               MOVE ZERO TO WS-CF-DRIFT (WS-FX)
           END-PERFORM
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM SCAN-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       SCAN-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           MOVE RH-FILE-ID TO WS-FIND-FILE
           PERFORM FIND-CONTROLLED-FILE
           IF RH-SEQ NOT NUMERIC OR RH-SEQ NOT > WS-LAST-SEQ
                   OR WS-FX = ZERO
               DISPLAY "CHANGE HISTORY REFHIST.DAT DAMAGED AT ENTRY "
                   WS-HISTORY-READ " - RESTORE IT BEFORE ANY CHANGE"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "REFHIST" TO WS-ALERT-CODE
               MOVE "REFERENCE CHANGE HISTORY DAMAGED"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RH-SEQ TO WS-LAST-SEQ
           ADD 1 TO WS-CF-ENTRIES (WS-FX)
           IF WS-HISTORY-START = SPACES
               MOVE RH-ENTERED-DATE TO WS-HISTORY-START
           END-IF
           IF RH-FILE-ID = "PARMCARD" AND RH-KEY = "POSITION"
               MOVE RH-EFF-DATE          TO WS-POS-DATE
               MOVE RH-AFTER-IMAGE(26:1) TO WS-POS-CYCLE
               MOVE RH-ENTERED-AT        TO WS-POS-ENTERED
               IF RH-EFF-DATE > WS-HIGH-DATE
                   MOVE RH-EFF-DATE   TO WS-HIGH-DATE
                   MOVE RH-ENTERED-AT TO WS-HIGH-ENTERED
               END-IF
           END-IF.

       FIND-CONTROLLED-FILE.
           MOVE ZERO TO WS-FX
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > 5 OR WS-FX NOT = ZERO
               IF WS-CF-FILE-ID (WS-TX) = WS-FIND-FILE
                   MOVE WS-TX TO WS-FX
               END-IF
           END-PERFORM.

      * A file with no history yet is taken as it stands today as
      * the baseline, effective from the beginning. A file that does
      * not exist gets a marker entry so that one appearing later
      * by hand is seen as drift, not taken as a new baseline.
       START-MISSING-HISTORY.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               IF WS-CF-ENTRIES (WS-FX) = ZERO
                   IF WS-BASELINE-COUNT = ZERO
                       OPEN EXTEND HISTORY-FILE
                       IF WS-HISTORY-STATUS NOT = "00"
                           OPEN OUTPUT HISTORY-FILE
                       END-IF
                   END-IF
                   PERFORM BASELINE-ONE-FILE
               END-IF
           END-PERFORM
           IF WS-BASELINE-COUNT > ZERO
               CLOSE HISTORY-FILE
               IF WS-HISTORY-START = SPACES
                   MOVE WS-POS-DATE TO WS-HISTORY-START
               END-IF
           END-IF.

       BASELINE-ONE-FILE.
           MOVE WS-CF-PATH (WS-FX) TO WS-REF-FILENAME
           MOVE WS-CF-LENGTH (WS-FX) TO WS-CARD-LENGTH
           MOVE ZERO TO WS-LIVE-COUNT
           OPEN INPUT REFERENCE-FILE
           IF WS-REF-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ REFERENCE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-LIVE-COUNT
                           MOVE SPACES TO WS-CARD-IMAGE
                           MOVE REFERENCE-REC(1:WS-CARD-LENGTH)
                               TO WS-CARD-IMAGE(1:WS-CARD-LENGTH)
                           PERFORM BASELINE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
           END-IF
           IF WS-LIVE-COUNT = ZERO
               IF WS-CF-FILE-ID (WS-FX) = "PARMCARD"
                   DISPLAY "PARAMETER CARD PARMCARD.DAT MISSING -"
                       " NO BASELINE CAN BE TAKEN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-CARD-KEY
               MOVE SPACES TO WS-CARD-IMAGE
               PERFORM WRITE-BASELINE-ENTRY
           END-IF
           DISPLAY "BASELINE TAKEN: " WS-CF-FILE-ID (WS-FX) " "
               WS-LIVE-COUNT " RECORD(S)".

      * The parameter card's baseline is two entries: its knobs,
      * in force from the beginning, and the business date and
      * cycle it stands at. A blank cycle is cycle 1, as the chain
      * reads it, and is kept as found.
       BASELINE-ONE-RECORD.
           IF WS-CF-FILE-ID (WS-FX) = "PARMCARD"
               MOVE WS-CARD-IMAGE TO PARM-CARD-RECORD
               MOVE PARM-CARD-RECORD(26:1) TO WS-NEW-CYCLE
               IF WS-NEW-CYCLE = SPACE
                   MOVE "1" TO WS-NEW-CYCLE
               END-IF
               PERFORM CHECK-PARM-KNOBS
               MOVE PC-BUSINESS-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-CARD-OK-SW = "N" OR WS-DATE-OK-SW = "N"
                       OR WS-NEW-CYCLE NOT NUMERIC
                       OR WS-NEW-CYCLE = "0"
                   DISPLAY "INVALID PARAMETER CARD - FIX PARMCARD.DAT"
                       " BEFORE ITS HISTORY BEGINS: " WS-REJECT-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-BUSINESS-DATE TO WS-POS-DATE
               MOVE PARM-CARD-RECORD(26:1) TO WS-POS-CYCLE
               MOVE WS-NOW           TO WS-POS-ENTERED
               MOVE WS-POS-DATE      TO WS-HIGH-DATE
               MOVE WS-NOW           TO WS-HIGH-ENTERED
               MOVE "CARD" TO WS-CARD-KEY
               PERFORM WRITE-BASELINE-ENTRY
               MOVE "POSITION" TO WS-CARD-KEY
               PERFORM WRITE-BASELINE-ENTRY
           ELSE
               PERFORM DERIVE-RECORD-KEY
               PERFORM WRITE-BASELINE-ENTRY
           END-IF.

       WRITE-BASELINE-ENTRY.
           MOVE WS-CF-FILE-ID (WS-FX) TO RH-FILE-ID
           MOVE "B"                   TO RH-ACTION
           MOVE WS-CARD-KEY           TO RH-KEY
           MOVE "00000000"            TO RH-EFF-DATE
           IF WS-CARD-KEY = "POSITION"
               MOVE WS-POS-DATE TO RH-EFF-DATE
           END-IF
           MOVE "BASELINE"            TO RH-REQUESTER
           MOVE SPACES                TO RH-APPROVER
           MOVE "FILE AS FOUND"       TO RH-REASON
           MOVE WS-CARD-IMAGE         TO RH-AFTER-IMAGE
           MOVE SPACES                TO RH-BEFORE-IMAGE
           PERFORM WRITE-HISTORY-ENTRY
           ADD 1 TO WS-BASELINE-COUNT.

       WRITE-HISTORY-ENTRY.
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO RH-SEQ
           MOVE WS-NOW      TO RH-ENTERED-AT
           MOVE WS-POS-DATE TO RH-ENTERED-DATE
           WRITE REFERENCE-HISTORY-RECORD
           ADD 1 TO WS-CF-ENTRIES (WS-FX).

      * The key each consuming step looks a record up by.
       DERIVE-RECORD-KEY.
           MOVE SPACES TO WS-CARD-KEY
           EVALUATE WS-CF-FILE-ID (WS-FX)
               WHEN "PARMCARD"
                   MOVE "CARD" TO WS-CARD-KEY
               WHEN "CALENDAR"
                   MOVE WS-CARD-IMAGE(1:8) TO WS-CARD-KEY
               WHEN "FEEDREG"
                   MOVE WS-CARD-IMAGE(1:3) TO WS-CARD-KEY
               WHEN "BILLRATE"
                   MOVE WS-CARD-IMAGE(1:1) TO WS-CARD-KEY
               WHEN "CONTRACT"
                   MOVE WS-CARD-IMAGE(1:12) TO WS-CARD-KEY
           END-EVALUATE.

      * Second pass: the record in force for every key, once as of
      * WS-ST-LIMIT (1) and once with everything keyed so far.
       BUILD-STATE.
           MOVE "99999999" TO WS-ST-LIMIT (2)
           MOVE SPACES TO WS-ST-HIGH
           MOVE ZERO TO WS-ST-COUNT (1)
           MOVE ZERO TO WS-ST-COUNT (2)
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM VARYING WS-SS FROM 1 BY 1
                                   UNTIL WS-SS > 2
                               PERFORM UPDATE-STATE-SET
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * Entries come in the order they were made, so on an equal
      * effective date the later one wins.
       UPDATE-STATE-SET.
           IF RH-FILE-ID = "PARMCARD" AND RH-KEY = "POSITION"
                   AND RH-EFF-DATE > WS-ST-HIGH
               MOVE RH-EFF-DATE TO WS-ST-HIGH
           END-IF
           IF RH-KEY NOT = SPACES
                   AND RH-EFF-DATE NOT > WS-ST-LIMIT (WS-SS)
               MOVE RH-FILE-ID TO WS-FIND-FILE
               MOVE RH-KEY     TO WS-FIND-KEY
               PERFORM FIND-STATE-KEY
               IF WS-SX = ZERO
                   PERFORM FIND-FREE-STATE-SLOT
                   IF WS-SX = ZERO
                       DISPLAY "CHANGE HISTORY HOLDS MORE THAN "
                           WS-STATE-MAX " LIVE KEYS - NOTHING DONE"
                       MOVE 8 TO RETURN-CODE
                       PERFORM RELEASE-THE-LOCK
                       STOP RUN
                   END-IF
                   IF WS-SX > WS-ST-COUNT (WS-SS)
                       MOVE WS-SX TO WS-ST-COUNT (WS-SS)
                   END-IF
                   MOVE RH-FILE-ID TO WS-ST-FILE-ID (WS-SS, WS-SX)
                   MOVE RH-KEY     TO WS-ST-KEY (WS-SS, WS-SX)
                   MOVE RH-EFF-DATE TO WS-ST-EFF (WS-SS, WS-SX)
               END-IF
               IF RH-EFF-DATE NOT < WS-ST-EFF (WS-SS, WS-SX)
                   MOVE RH-EFF-DATE  TO WS-ST-EFF (WS-SS, WS-SX)
                   MOVE RH-SEQ       TO WS-ST-SEQ (WS-SS, WS-SX)
                   MOVE RH-ACTION    TO WS-ST-ACTION (WS-SS, WS-SX)
                   MOVE RH-AFTER-IMAGE
                       TO WS-ST-IMAGE (WS-SS, WS-SX)
                   MOVE RH-REQUESTER
                       TO WS-ST-REQUESTER (WS-SS, WS-SX)
                   MOVE RH-APPROVER
                       TO WS-ST-APPROVER (WS-SS, WS-SX)
               END-IF
           END-IF.

      * Where a new key would go in view WS-SS: the next unused
      * slot, or once the view is full the slot of a deleted record
      * - but only a delete in force by the high-water date so far.
      * Every entry still to come is effective on or after that
      * date, so none of them can bring the deleted record back
      * from before its delete. WS-SX is zero if there is no room.
       FIND-FREE-STATE-SLOT.
           MOVE ZERO TO WS-SX
           IF WS-ST-COUNT (WS-SS) < WS-STATE-MAX
               COMPUTE WS-SX = WS-ST-COUNT (WS-SS) + 1
           ELSE
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-ST-COUNT (WS-SS)
                           OR WS-SX NOT = ZERO
                   IF WS-ST-ACTION (WS-SS, WS-TX) = "D"
                           AND WS-ST-EFF (WS-SS, WS-TX)
                               NOT > WS-ST-HIGH
                       MOVE WS-TX TO WS-SX
                   END-IF
               END-PERFORM
           END-IF.

       FIND-STATE-KEY.
           MOVE ZERO TO WS-SX
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-ST-COUNT (WS-SS)
                       OR WS-SX NOT = ZERO
               IF WS-ST-FILE-ID (WS-SS, WS-TX) = WS-FIND-FILE
                       AND WS-ST-KEY (WS-SS, WS-TX) = WS-FIND-KEY
                   MOVE WS-TX TO WS-SX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-IN-FORCE-SW
           IF WS-SX NOT = ZERO
               IF WS-ST-ACTION (WS-SS, WS-SX) NOT = "D"
                   MOVE "Y" TO WS-IN-FORCE-SW
               END-IF
           END-IF.

      * File WS-FX as state set WS-SS says it stands. The parameter
      * card is its knobs with WS-COMPOSE-DATE and -CYCLE laid in.
       BUILD-EXPECTED-FILE.
           MOVE ZERO TO WS-EXPECTED-COUNT
           IF WS-CF-FILE-ID (WS-FX) = "PARMCARD"
               MOVE "PARMCARD" TO WS-FIND-FILE
               MOVE "CARD"     TO WS-FIND-KEY
               PERFORM FIND-STATE-KEY
               IF WS-IN-FORCE-SW = "Y"
                   MOVE WS-SX TO WS-TX
                   PERFORM ADD-EXPECTED-RECORD
                   MOVE WS-COMPOSE-DATE
                       TO WS-EX-IMAGE (WS-EXPECTED-COUNT)(1:8)
                   MOVE WS-COMPOSE-CYCLE
                       TO WS-EX-IMAGE (WS-EXPECTED-COUNT)(26:1)
               END-IF
           ELSE
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-ST-COUNT (WS-SS)
                   IF WS-ST-FILE-ID (WS-SS, WS-TX)
                           = WS-CF-FILE-ID (WS-FX)
                           AND WS-ST-ACTION (WS-SS, WS-TX) NOT = "D"
                       PERFORM ADD-EXPECTED-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       ADD-EXPECTED-RECORD.
           IF WS-EXPECTED-COUNT < WS-EXPECTED-MAX
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE WS-ST-IMAGE (WS-SS, WS-TX)
                   TO WS-EX-IMAGE (WS-EXPECTED-COUNT)
               MOVE WS-ST-SEQ (WS-SS, WS-TX)
                   TO WS-EX-SEQ (WS-EXPECTED-COUNT)
               MOVE WS-ST-EFF (WS-SS, WS-TX)
                   TO WS-EX-EFF (WS-EXPECTED-COUNT)
               MOVE WS-ST-REQUESTER (WS-SS, WS-TX)
                   TO WS-EX-REQUESTER (WS-EXPECTED-COUNT)
               MOVE WS-ST-APPROVER (WS-SS, WS-TX)
                   TO WS-EX-APPROVER (WS-EXPECTED-COUNT)
           ELSE
               DISPLAY WS-CF-FILE-ID (WS-FX) " HOLDS MORE THAN "
                   WS-EXPECTED-MAX " RECORDS - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-THE-LOCK
               STOP RUN
           END-IF.

      * Every live file, record for record, against the history as
      * of the current business date.
       CHECK-FOR-DRIFT.
           MOVE 1 TO WS-SS
           MOVE WS-POS-DATE  TO WS-COMPOSE-DATE
           MOVE WS-POS-CYCLE TO WS-COMPOSE-CYCLE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               PERFORM BUILD-EXPECTED-FILE
               PERFORM CHECK-ONE-FILE-DRIFT
               IF WS-CF-DRIFT (WS-FX) > ZERO
                   ADD 1 TO WS-DRIFT-FILE-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO CHANGE-TEXT-LINE
           IF WS-DRIFT-COUNT = ZERO
               STRING "LIVE FILES MATCH THE CHANGE HISTORY FOR "
                   WS-POS-DATE " CYCLE " WS-POS-CYCLE
                   DELIMITED BY SIZE INTO TL-TEXT
           ELSE
               MOVE WS-DRIFT-FILE-COUNT TO WS-EDIT-COUNT
               STRING "DRIFT: " WS-EDIT-COUNT
                   " FILE(S) CHANGED OUTSIDE CHANGE CONTROL - RESTORE"
                   " THEM FROM THE LISTING ABOVE OR BACKUP"
                   DELIMITED BY SIZE INTO TL-TEXT
           END-IF
           WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
           DISPLAY TL-TEXT.

       CHECK-ONE-FILE-DRIFT.
           MOVE WS-CF-PATH (WS-FX) TO WS-REF-FILENAME
           MOVE WS-CF-LENGTH (WS-FX) TO WS-CARD-LENGTH
           MOVE ZERO TO WS-EX
           OPEN INPUT REFERENCE-FILE
           EVALUATE WS-REF-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CF-PRESENT (WS-FX)
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ REFERENCE-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-EX
                               PERFORM COMPARE-LIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REFERENCE-FILE
               WHEN "35"
                   MOVE "N" TO WS-CF-PRESENT (WS-FX)
               WHEN OTHER
                   MOVE SPACES TO WS-LIVE-IMAGE
                   MOVE "FILE CANNOT BE READ - STATUS " TO WS-LIVE-IMAGE
                   MOVE WS-REF-STATUS TO WS-LIVE-IMAGE(30:2)
                   MOVE ZERO TO WS-EX
                   PERFORM REPORT-DRIFT-RECORD
                   MOVE WS-EXPECTED-COUNT TO WS-EX
           END-EVALUATE
           MOVE SPACES TO WS-LIVE-IMAGE
           PERFORM UNTIL WS-EX NOT < WS-EXPECTED-COUNT
               ADD 1 TO WS-EX
               MOVE "(MISSING)" TO WS-LIVE-IMAGE
               PERFORM REPORT-DRIFT-RECORD
           END-PERFORM.

       COMPARE-LIVE-RECORD.
           MOVE SPACES TO WS-LIVE-IMAGE
           MOVE REFERENCE-REC(1:WS-CARD-LENGTH)
               TO WS-LIVE-IMAGE(1:WS-CARD-LENGTH)
           IF WS-EX > WS-EXPECTED-COUNT
               PERFORM REPORT-DRIFT-RECORD
           ELSE
               IF WS-LIVE-IMAGE NOT = WS-EX-IMAGE (WS-EX)
                   PERFORM REPORT-DRIFT-RECORD
               ELSE
                   IF REFERENCE-REC(WS-CARD-LENGTH + 1:) NOT = SPACES
                       PERFORM REPORT-DRIFT-RECORD
                   END-IF
               END-IF
           END-IF.

      * Record WS-EX of file WS-FX: what the history says, then what
      * is on disk.
       REPORT-DRIFT-RECORD.
           ADD 1 TO WS-DRIFT-COUNT
           ADD 1 TO WS-CF-DRIFT (WS-FX)
           MOVE SPACES TO IL-NOTE
           MOVE WS-EX TO WS-EDIT-COUNT
           STRING WS-CF-FILE-ID (WS-FX) " RECORD " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO IL-NOTE
           MOVE "EXPECTED" TO IL-LABEL
           IF WS-EX > ZERO AND WS-EX NOT > WS-EXPECTED-COUNT
               MOVE WS-EX-IMAGE (WS-EX) TO IL-IMAGE
           ELSE
               MOVE "(NOT IN THE HISTORY)" TO IL-IMAGE
           END-IF
           WRITE CHANGE-REPORT-REC FROM CHANGE-IMAGE-LINE
           MOVE "LIVE" TO IL-LABEL
           MOVE WS-LIVE-IMAGE TO IL-IMAGE
           MOVE SPACES TO IL-NOTE
           WRITE CHANGE-REPORT-REC FROM CHANGE-IMAGE-LINE
           DISPLAY "DRIFT: " WS-CF-FILE-ID (WS-FX) " RECORD " WS-EX
               " '" WS-LIVE-IMAGE "'".

       APPLY-CHANGE-CARDS.
           IF WS-DRIFT-COUNT > ZERO
               MOVE "NO CHANGE APPLIED ON TOP OF DRIFTED FILES"
                   TO TL-TEXT
               WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
               DISPLAY TL-TEXT
           ELSE
               MOVE SPACES TO CHANGE-REPORT-REC
               WRITE CHANGE-REPORT-REC
               WRITE CHANGE-REPORT-REC FROM CHANGE-HEADER-2
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM PROCESS-CHANGE-CARD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               IF WS-CARDS-ACCEPTED > ZERO
                   MOVE WS-POS-DATE TO WS-ST-LIMIT (1)
                   PERFORM BUILD-STATE
                   PERFORM REGENERATE-LIVE-FILES
               END-IF
           END-IF
           CLOSE CHANGE-FILE.

       PROCESS-CHANGE-CARD.
           MOVE "Y" TO WS-CARD-OK-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-CARD-IMAGE
           PERFORM EDIT-CHANGE-CARD
           IF WS-CARD-OK-SW = "Y"
               EVALUATE CG-FILE-ID
                   WHEN "PARMCARD"
                       PERFORM EDIT-PARMCARD-CHANGE
                   WHEN "CALENDAR"
                       PERFORM EDIT-CALENDAR-CHANGE
                   WHEN "FEEDREG"
                       PERFORM EDIT-FEED-CHANGE
                   WHEN "BILLRATE"
                       PERFORM EDIT-RATE-CHANGE
                   WHEN "CONTRACT"
                       PERFORM EDIT-CONTRACT-CHANGE
               END-EVALUATE
           END-IF
           IF WS-CARD-OK-SW = "Y"
               PERFORM RECORD-THE-CHANGE
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE "REJECTED" TO WS-RESULT-TEXT
               PERFORM WRITE-CARD-RESULT
               MOVE "ERROR"  TO IL-LABEL
               MOVE SPACES   TO IL-IMAGE
               MOVE WS-REJECT-TEXT TO IL-NOTE
               WRITE CHANGE-REPORT-REC FROM CHANGE-IMAGE-LINE
           END-IF.

      * Rules every card must pass whatever file it changes.
       EDIT-CHANGE-CARD.
           MOVE CG-FILE-ID TO WS-FIND-FILE
           PERFORM FIND-CONTROLLED-FILE
           IF WS-FX = ZERO
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "FILE IS NOT UNDER CHANGE CONTROL"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-CARD-OK-SW = "Y"
                   AND (CG-REQUESTER = SPACES OR CG-APPROVER = SPACES)
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "REQUESTER AND APPROVER ARE BOTH REQUIRED"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-CARD-OK-SW = "Y" AND CG-REQUESTER = CG-APPROVER
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "APPROVER MUST NOT BE THE REQUESTER"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-CARD-OK-SW = "Y"
               MOVE CG-EFF-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y"
               IF CG-FILE-ID = "PARMCARD"
                   IF CG-ACTION NOT = "C" AND CG-ACTION NOT = "R"
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "PARMCARD ACTION MUST BE C OR R"
                           TO WS-REJECT-TEXT
                   END-IF
               ELSE
                   IF CG-ACTION NOT = "A" AND CG-ACTION NOT = "C"
                           AND CG-ACTION NOT = "D"
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "ACTION MUST BE A, C OR D"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
      * What was in force on a date already run stays as it was -
      * only the roll itself may name a past date, for a rerun, and
      * a rerun runs with the values the date first ran with.
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION NOT = "R"
               IF CG-EFF-DATE < WS-HIGH-DATE
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "DATE IS BEFORE THE LATEST BUSINESS DATE"
                       TO WS-REJECT-TEXT
               END-IF
               IF CG-EFF-DATE = WS-HIGH-DATE AND WS-CHAIN-RAN-SW = "Y"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CHAIN HAS ALREADY RUN ON THIS DATE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y"
               MOVE WS-CF-LENGTH (WS-FX) TO WS-CARD-LENGTH
               MOVE CG-VALUES(1:WS-CARD-LENGTH)
                   TO WS-CARD-IMAGE(1:WS-CARD-LENGTH)
               PERFORM DERIVE-RECORD-KEY
               IF CG-FILE-ID NOT = "PARMCARD"
                   PERFORM CHECK-KEY-FOR-ACTION
               END-IF
           END-IF.

      * Against everything keyed so far: an add must be new, a
      * change or delete must find its record, and a new key must
      * have room in each view it lands in.
       CHECK-KEY-FOR-ACTION.
           MOVE 2 TO WS-SS
           MOVE CG-FILE-ID  TO WS-FIND-FILE
           MOVE WS-CARD-KEY TO WS-FIND-KEY
           PERFORM FIND-STATE-KEY
           IF WS-IN-FORCE-SW = "Y"
               MOVE WS-ST-IMAGE (WS-SS, WS-SX) TO WS-BEFORE-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN WS-CARD-KEY = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "RECORD KEY IS BLANK" TO WS-REJECT-TEXT
               WHEN CG-ACTION = "A" AND WS-IN-FORCE-SW = "Y"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "RECORD ALREADY EXISTS - USE C"
                       TO WS-REJECT-TEXT
               WHEN CG-ACTION NOT = "A" AND WS-IN-FORCE-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "NO SUCH RECORD" TO WS-REJECT-TEXT
               WHEN CG-ACTION = "C"
                       AND WS-CARD-IMAGE = WS-BEFORE-IMAGE
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CHANGE IS THE SAME AS THE RECORD"
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION = "A"
               PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS > 2
                   IF CG-EFF-DATE NOT > WS-ST-LIMIT (WS-SS)
                       PERFORM FIND-STATE-KEY
                       IF WS-SX = ZERO
                           PERFORM FIND-FREE-STATE-SLOT
                           IF WS-SX = ZERO
                               MOVE "N" TO WS-CARD-OK-SW
                               MOVE "NO ROOM FOR A NEW KEY"
                                   TO WS-REJECT-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF CG-ACTION = "D"
               MOVE SPACES TO WS-CARD-IMAGE
           END-IF.

      * C sets the knobs; R moves the business date and cycle.
       EDIT-PARMCARD-CHANGE.
           MOVE 2 TO WS-SS
           MOVE "PARMCARD" TO WS-FIND-FILE
           IF CG-ACTION = "C"
               MOVE "CARD" TO WS-FIND-KEY
               PERFORM FIND-STATE-KEY
               MOVE WS-ST-IMAGE (WS-SS, WS-SX) TO WS-BEFORE-IMAGE
               MOVE WS-BEFORE-IMAGE TO PARM-CARD-RECORD
               MOVE CG-VALUES(1:17) TO PARM-CARD-RECORD(9:17)
               MOVE PARM-CARD-RECORD TO WS-CARD-IMAGE
               MOVE "CARD" TO WS-CARD-KEY
               PERFORM CHECK-PARM-KNOBS
               IF WS-CARD-OK-SW = "Y"
                       AND WS-CARD-IMAGE = WS-BEFORE-IMAGE
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CHANGE IS THE SAME AS THE CARD"
                       TO WS-REJECT-TEXT
               END-IF
           ELSE
               PERFORM EDIT-BUSINESS-DATE-ROLL
           END-IF.

      * The knobs as SIMPLE-CALCULATOR, LoopExample, AUDIT-REORG and
      * RUNLOG-ARCHIVE each check them at startup.
       CHECK-PARM-KNOBS.
           IF PC-CHECKPOINT-INTERVAL NOT NUMERIC
                   OR PC-CHECKPOINT-INTERVAL = ZERO
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "BAD CHECKPOINT INTERVAL" TO WS-REJECT-TEXT
           END-IF
           IF PC-LINES-PER-PAGE NOT NUMERIC
                   OR PC-LINES-PER-PAGE = ZERO
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "BAD LINES PER PAGE" TO WS-REJECT-TEXT
           END-IF
           IF PC-EXC-TOL-COUNT NOT NUMERIC
                   OR PC-EXC-TOL-PERCENT NOT NUMERIC
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "BAD EXCEPTION TOLERANCES" TO WS-REJECT-TEXT
           END-IF
           IF PC-RETENTION-DAYS NOT NUMERIC
                   OR PC-RETENTION-DAYS = ZERO
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "BAD RETENTION DAYS" TO WS-REJECT-TEXT
           END-IF.

      * The new date must be one the enqueue will run on: a
      * business day by the calendar as keyed, outside any closed
      * period. Knob columns on the entry are left blank - the knobs
      * in force come from the CARD entries.
       EDIT-BUSINESS-DATE-ROLL.
           MOVE CG-VALUES(1:1) TO WS-NEW-CYCLE
           IF WS-NEW-CYCLE = SPACE
               MOVE "1" TO WS-NEW-CYCLE
           END-IF
           IF WS-NEW-CYCLE NOT NUMERIC OR WS-NEW-CYCLE = "0"
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "CYCLE MUST BE 1 TO 9" TO WS-REJECT-TEXT
           END-IF
           IF WS-CARD-OK-SW = "Y"
                   AND CG-EFF-DATE = WS-POS-DATE
                   AND WS-NEW-CYCLE = WS-POS-CYCLE
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "ALREADY THE BUSINESS DATE AND CYCLE"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-CARD-OK-SW = "Y"
               MOVE CG-EFF-DATE TO WS-CHECK-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "NOT A BUSINESS DAY" TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y"
               PERFORM CHECK-PERIOD-NOT-CLOSED
               IF WS-PERIOD-CLOSED-SW = "Y"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "PERIOD IS CLOSED" TO WS-REJECT-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-POS-DATE  TO WS-BEFORE-IMAGE(1:8)
           MOVE WS-POS-CYCLE TO WS-BEFORE-IMAGE(26:1)
           MOVE SPACES TO WS-CARD-IMAGE
           MOVE CG-EFF-DATE  TO WS-CARD-IMAGE(1:8)
           MOVE WS-NEW-CYCLE TO WS-CARD-IMAGE(26:1)
           MOVE "POSITION" TO WS-CARD-KEY.

      * Saturday and Sunday by rule plus any holiday keyed so far.
      * Weekday 1 is Monday in the week the date functions count, so
      * 6 and 0 are the weekend.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
           COMPUTE WS-DAY-NUMBER
               = FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                   (WS-CHECK-DATE-NUM), 7)
           IF WS-DAY-NUMBER = ZERO OR WS-DAY-NUMBER = 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           END-IF
           MOVE "CALENDAR" TO WS-FIND-FILE
           MOVE WS-CHECK-DATE TO WS-FIND-KEY
           PERFORM FIND-STATE-KEY
           IF WS-IN-FORCE-SW = "Y"
               MOVE "N" TO WS-BUSINESS-DAY-SW
           END-IF.

       CHECK-PERIOD-NOT-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-CLOSED-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CLOSED-PERIOD-REC = CG-EFF-DATE(1:6)
                               MOVE "Y" TO WS-PERIOD-CLOSED-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      * Only the date is read by the chain; the description is for
      * the people reading the calendar.
       EDIT-CALENDAR-CHANGE.
           MOVE WS-CARD-IMAGE TO CALENDAR-RECORD
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION NOT = "D"
               MOVE CA-HOLIDAY-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "HOLIDAY DATE IS NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               END-IF
               IF CA-DESCRIPTION = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "HOLIDAY DESCRIPTION IS REQUIRED"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION = "A"
               PERFORM COUNT-IN-FORCE
               IF WS-IN-FORCE-COUNT NOT < WS-HOLIDAY-MAX
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CALENDAR IS FULL" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      * CALC-MERGE opens the named file for every active feed and
      * holds the merge when none is active.
       EDIT-FEED-CHANGE.
           MOVE WS-CARD-IMAGE TO FEED-REGISTRY-RECORD
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION NOT = "D"
               IF FR-FILE-NAME = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "FEED FILE NAME IS REQUIRED" TO WS-REJECT-TEXT
               END-IF
               IF FR-ACTIVE-FLAG NOT = "A" AND FR-ACTIVE-FLAG NOT = "I"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "ACTIVE FLAG MUST BE A OR I" TO WS-REJECT-TEXT
               END-IF
               MOVE "Y" TO WS-TIME-OK-SW
               MOVE FR-WINDOW-FROM TO WS-CHECK-TIME
               PERFORM CHECK-WINDOW-TIME
               MOVE FR-WINDOW-TO TO WS-CHECK-TIME
               PERFORM CHECK-WINDOW-TIME
               IF WS-TIME-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "DELIVERY WINDOW MUST BE HHMM" TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y"
               PERFORM COUNT-IN-FORCE
               IF CG-ACTION = "A"
                       AND WS-IN-FORCE-COUNT NOT < WS-FEED-MAX
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "FEED REGISTRY IS FULL" TO WS-REJECT-TEXT
               END-IF
               MOVE WS-ACTIVE-COUNT TO WS-ACTIVE-AFTER
               IF WS-BEFORE-IMAGE(24:1) = "A"
                   SUBTRACT 1 FROM WS-ACTIVE-AFTER
               END-IF
               IF CG-ACTION NOT = "D" AND FR-ACTIVE-FLAG = "A"
                   ADD 1 TO WS-ACTIVE-AFTER
               END-IF
               IF WS-ACTIVE-AFTER NOT > ZERO
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "NO ACTIVE FEED WOULD REMAIN"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

      * Only ever turns the switch off, so one bad time in a pair
      * is not cleared by a good one.
       CHECK-WINDOW-TIME.
           IF WS-CHECK-TIME NOT NUMERIC
                   OR WS-CHECK-TIME(1:2) > "23"
                   OR WS-CHECK-TIME(3:2) > "59"
               MOVE "N" TO WS-TIME-OK-SW
           END-IF.

      * USAGE-BILLING prices only the six calculator op codes.
       EDIT-RATE-CHANGE.
           MOVE WS-CARD-IMAGE TO RATE-CARD-RECORD
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION NOT = "D"
               MOVE RT-OP-CODE TO WS-CHECK-OP
               PERFORM CHECK-OP-CODE
               IF WS-OP-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "OP CODE MUST BE A, S, M, D, R OR P"
                       TO WS-REJECT-TEXT
               END-IF
               IF RT-RATE NOT NUMERIC
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "RATE IS NOT NUMERIC" TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION = "A"
               PERFORM COUNT-IN-FORCE
               IF WS-IN-FORCE-COUNT NOT < WS-RATE-MAX
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "RATE CARD IS FULL" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      * The contract's own effective date is part of its key, so a
      * new price from a new date is an add, not a change.
       EDIT-CONTRACT-CHANGE.
           MOVE WS-CARD-IMAGE TO CONTRACT-RECORD
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION NOT = "D"
               IF CN-CLIENT = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CLIENT IS REQUIRED" TO WS-REJECT-TEXT
               END-IF
               MOVE CN-OP-CODE TO WS-CHECK-OP
               PERFORM CHECK-OP-CODE
               IF WS-OP-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "OP CODE MUST BE A, S, M, D, R OR P"
                       TO WS-REJECT-TEXT
               END-IF
               MOVE CN-EFF-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK-SW = "N"
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CONTRACT DATE IS NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               END-IF
               IF CN-RATE NOT NUMERIC OR CN-TIER-QTY NOT NUMERIC
                       OR CN-TIER-RATE NOT NUMERIC
                       OR CN-MIN-CHARGE NOT NUMERIC
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CONTRACT AMOUNTS MUST BE NUMERIC"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-CARD-OK-SW = "Y" AND CG-ACTION = "A"
               PERFORM COUNT-IN-FORCE
               IF WS-IN-FORCE-COUNT NOT < WS-CONTRACT-MAX
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "CONTRACT FILE IS FULL" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       CHECK-OP-CODE.
           MOVE "Y" TO WS-OP-OK-SW
           IF WS-CHECK-OP NOT = "A" AND WS-CHECK-OP NOT = "S"
                   AND WS-CHECK-OP NOT = "M" AND WS-CHECK-OP NOT = "D"
                   AND WS-CHECK-OP NOT = "R" AND WS-CHECK-OP NOT = "P"
               MOVE "N" TO WS-OP-OK-SW
           END-IF.

      * Records of the card's file in force once everything keyed so
      * far has taken effect, and how many of them are active feeds.
       COUNT-IN-FORCE.
           MOVE ZERO TO WS-IN-FORCE-COUNT
           MOVE ZERO TO WS-ACTIVE-COUNT
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-ST-COUNT (2)
               IF WS-ST-FILE-ID (2, WS-TX) = CG-FILE-ID
                       AND WS-ST-ACTION (2, WS-TX) NOT = "D"
                   ADD 1 TO WS-IN-FORCE-COUNT
                   IF WS-ST-IMAGE (2, WS-TX)(24:1) = "A"
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DATE-FORMAT.
           MOVE "Y" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE NOT NUMERIC
                   OR WS-CHECK-DATE(5:2) < "01"
                   OR WS-CHECK-DATE(5:2) > "12"
                   OR WS-CHECK-DATE(7:2) < "01"
                   OR WS-CHECK-DATE(7:2) > "31"
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

      * Appended to the history and laid into both views at once, so
      * the next card is checked against this one.
       RECORD-THE-CHANGE.
           MOVE CG-FILE-ID      TO RH-FILE-ID
           MOVE CG-ACTION       TO RH-ACTION
           MOVE WS-CARD-KEY     TO RH-KEY
           MOVE CG-EFF-DATE     TO RH-EFF-DATE
           MOVE CG-REQUESTER    TO RH-REQUESTER
           MOVE CG-APPROVER     TO RH-APPROVER
           MOVE CG-REASON       TO RH-REASON
           MOVE WS-CARD-IMAGE   TO RH-AFTER-IMAGE
           MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE
           PERFORM WRITE-HISTORY-ENTRY
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS > 2
               PERFORM UPDATE-STATE-SET
           END-PERFORM
           ADD 1 TO WS-CARDS-ACCEPTED
           IF CG-ACTION = "R"
               MOVE CG-EFF-DATE  TO WS-POS-DATE
               MOVE WS-NEW-CYCLE TO WS-POS-CYCLE
               MOVE WS-NOW       TO WS-POS-ENTERED
               IF CG-EFF-DATE > WS-HIGH-DATE
                   MOVE CG-EFF-DATE TO WS-HIGH-DATE
                   MOVE WS-NOW      TO WS-HIGH-ENTERED
                   MOVE "N"         TO WS-CHAIN-RAN-SW
               END-IF
           END-IF
           IF CG-EFF-DATE > WS-POS-DATE
               ADD 1 TO WS-CARDS-PENDING
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "ACCEPTED - IN FORCE FROM " CG-EFF-DATE
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE "ACCEPTED - IN FORCE NOW" TO WS-RESULT-TEXT
           END-IF
           PERFORM WRITE-CARD-RESULT
           MOVE "BEFORE" TO IL-LABEL
           MOVE WS-BEFORE-IMAGE TO IL-IMAGE
           MOVE SPACES TO IL-NOTE
           MOVE WS-LAST-SEQ TO EN-SEQ
           STRING "HISTORY ENTRY " EN-SEQ
               DELIMITED BY SIZE INTO IL-NOTE
           WRITE CHANGE-REPORT-REC FROM CHANGE-IMAGE-LINE
           MOVE "AFTER" TO IL-LABEL
           MOVE WS-CARD-IMAGE TO IL-IMAGE
           MOVE SPACES TO IL-NOTE
           WRITE CHANGE-REPORT-REC FROM CHANGE-IMAGE-LINE.

       WRITE-CARD-RESULT.
           MOVE CG-FILE-ID     TO CL-FILE-ID
           MOVE CG-ACTION      TO CL-ACTION
           MOVE CG-EFF-DATE    TO CL-EFF-DATE
           MOVE CG-REQUESTER   TO CL-REQUESTER
           MOVE CG-APPROVER    TO CL-APPROVER
           MOVE WS-RESULT-TEXT TO CL-RESULT
           MOVE CG-REASON      TO CL-REASON
           WRITE CHANGE-REPORT-REC FROM CHANGE-CARD-LINE
           DISPLAY "REF CHANGE: " CG-FILE-ID " " CG-ACTION " "
               CG-EFF-DATE " " WS-RESULT-TEXT.

      * The live files rewritten as the history now says they stand
      * on the current business date. A file that has never existed
      * and still has no records is not created.
       REGENERATE-LIVE-FILES.
           MOVE 1 TO WS-SS
           MOVE WS-POS-DATE  TO WS-COMPOSE-DATE
           MOVE WS-POS-CYCLE TO WS-COMPOSE-CYCLE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               PERFORM BUILD-EXPECTED-FILE
               IF WS-EXPECTED-COUNT > ZERO
                       OR WS-CF-PRESENT (WS-FX) = "Y"
                   PERFORM WRITE-ONE-LIVE-FILE
               END-IF
           END-PERFORM
           MOVE SPACES TO CHANGE-TEXT-LINE
           STRING "LIVE FILES REWRITTEN FOR BUSINESS DATE "
               WS-POS-DATE " CYCLE " WS-POS-CYCLE
               DELIMITED BY SIZE INTO TL-TEXT
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
           DISPLAY TL-TEXT.

       WRITE-ONE-LIVE-FILE.
           MOVE WS-CF-PATH (WS-FX) TO WS-REF-FILENAME
           MOVE WS-CF-LENGTH (WS-FX) TO WS-CARD-LENGTH
           OPEN OUTPUT REFERENCE-FILE
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EXPECTED-COUNT
               MOVE SPACES TO REFERENCE-REC
               MOVE WS-EX-IMAGE (WS-EX)(1:WS-CARD-LENGTH)
                   TO REFERENCE-REC
               WRITE REFERENCE-REC
           END-PERFORM
           CLOSE REFERENCE-FILE
           ADD 1 TO WS-FILES-REWRITTEN.

      * Every controlled file as it stood on WS-AS-OF-DATE, each
      * record with the history entry that put it there.
       PRINT-AS-OF-LISTING.
           MOVE 1 TO WS-SS
           MOVE SPACES TO CHANGE-TEXT-LINE
           STRING "VALUES IN FORCE FOR BUSINESS DATE " WS-AS-OF-DATE
               " - HISTORY BEGINS " WS-HISTORY-START
               DELIMITED BY SIZE INTO TL-TEXT
           WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
           DISPLAY TL-TEXT
           IF WS-AS-OF-DATE < WS-HISTORY-START
               MOVE "BEFORE THE HISTORY BEGAN - BASELINE VALUES SHOWN"
                   TO TL-TEXT
               WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
           END-IF
           MOVE "PARMCARD" TO WS-FIND-FILE
           MOVE "POSITION" TO WS-FIND-KEY
           PERFORM FIND-STATE-KEY
           MOVE WS-AS-OF-DATE TO WS-COMPOSE-DATE
           MOVE "1" TO WS-COMPOSE-CYCLE
           MOVE "NO ROLL TO THIS DATE - THE CHAIN DID NOT RUN ON IT"
               TO TL-TEXT
           IF WS-SX NOT = ZERO
               IF WS-ST-EFF (WS-SS, WS-SX) = WS-AS-OF-DATE
                   MOVE WS-ST-IMAGE (WS-SS, WS-SX)(26:1)
                       TO WS-COMPOSE-CYCLE
                   MOVE SPACES TO TL-TEXT
                   STRING "BUSINESS DATE ROLLED TO THIS DATE AT CYCLE "
                       WS-COMPOSE-CYCLE
                       DELIMITED BY SIZE INTO TL-TEXT
               END-IF
           END-IF
           WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               PERFORM BUILD-EXPECTED-FILE
               PERFORM PRINT-ONE-FILE-AS-OF
           END-PERFORM.

       PRINT-ONE-FILE-AS-OF.
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-TEXT-LINE
           MOVE WS-EXPECTED-COUNT TO WS-EDIT-COUNT
           STRING WS-CF-PATH (WS-FX) " - " WS-EDIT-COUNT
               " RECORD(S)"
               DELIMITED BY SIZE INTO TL-TEXT
           WRITE CHANGE-REPORT-REC FROM CHANGE-TEXT-LINE
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EXPECTED-COUNT
               MOVE SPACES TO IL-LABEL
               MOVE WS-EX-IMAGE (WS-EX) TO IL-IMAGE
               MOVE WS-EX-SEQ (WS-EX)       TO EN-SEQ
               MOVE WS-EX-EFF (WS-EX)       TO EN-EFF
               MOVE WS-EX-REQUESTER (WS-EX) TO EN-REQUESTER
               MOVE WS-EX-APPROVER (WS-EX)  TO EN-APPROVER
               MOVE WS-ENTRY-NOTE TO IL-NOTE
               WRITE CHANGE-REPORT-REC FROM CHANGE-IMAGE-LINE
           END-PERFORM.

       PRINT-REPORT-HEADERS.
           MOVE WS-FUNCTION    TO CH1-FUNCTION
           MOVE WS-POS-DATE    TO CH1-DATE
           MOVE WS-POS-CYCLE   TO CH1-CYCLE
           MOVE WS-LAST-SEQ    TO CH1-HISTORY
           WRITE CHANGE-REPORT-REC FROM CHANGE-HEADER-1
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE "REF-CHANGE"     TO RL-PROGRAM-ID
           MOVE "START"          TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-POS-CYCLE     TO RL-CYCLE
           MOVE ZERO             TO RL-INPUT-COUNT
           MOVE ZERO             TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE "REF-CHANGE"     TO RL-PROGRAM-ID
           MOVE "END"            TO RL-EVENT-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
           MOVE WS-POS-CYCLE     TO RL-CYCLE
           MOVE WS-CARDS-READ    TO RL-INPUT-COUNT
           MOVE WS-CARDS-ACCEPTED TO RL-OUTPUT-COUNT
           WRITE RUN-LOG-RECORD.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-POS-DATE        TO AL-RUN-DATE
           MOVE "REF-CHANGE"       TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

       PRINT-RECONCILIATION.
           DISPLAY "===== REFERENCE CHANGE CONTROL SUMMARY =====".
           DISPLAY "FUNCTION:               " WS-FUNCTION.
           DISPLAY "BUSINESS DATE / CYCLE:  " WS-POS-DATE " "
               WS-POS-CYCLE.
           DISPLAY "HISTORY ENTRIES READ:   " WS-HISTORY-READ.
           DISPLAY "BASELINE ENTRIES TAKEN: " WS-BASELINE-COUNT.
           DISPLAY "RECORDS DRIFTED:        " WS-DRIFT-COUNT.
           DISPLAY "CHANGE CARDS READ:      " WS-CARDS-READ.
           DISPLAY "CHANGES ACCEPTED:       " WS-CARDS-ACCEPTED.
           DISPLAY "  IN FORCE LATER:       " WS-CARDS-PENDING.
           DISPLAY "CHANGES REJECTED:       " WS-CARDS-REJECTED.
           DISPLAY "FILES REWRITTEN:        " WS-FILES-REWRITTEN.
