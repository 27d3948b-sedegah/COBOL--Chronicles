       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHEDULER.

      * Batch job scheduler over the job schedule master JOBSCHED.DAT
      * (see copybooks/JOBSCHED.cpy), the business-day calendar and
      * the parameter card, so which job runs on which day is written
      * down instead of kept in the operators' heads. Driven by a
      * request card in SCHEDREQ.DAT:
      *   L          list - print the business date's run list to
      *              JOBSCHED.RPT, each job shown ended, ready,
      *              waiting on a predecessor or late, plus any job
      *              due on the previous business day that never
      *              ended; RC=4 when anything is late or missed
      *   Rjobcode   release - the gate run-scheduled-job.sh passes
      *              before it starts a job's script. RC=8 refuses
      *              the job while any predecessor has not ended for
      *              the business date; RC=4 releases a job that is
      *              off its schedule today or is being rerun
      * A job has ended when the program named on its card logged an
      * END event to RUNLOG.DAT stamped on the business date, or on
      * the non-business days after it, before the next business
      * day. Steps only log END on a clean finish, so an END is the
      * same "ended clean" the daily driver's restart check relies
      * on. Any cycle of the date counts. Late, missed, refused and
      * off-schedule jobs are each raised on ALERTS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "SCHEDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "../../JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JOBSCHED.RPT"
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

      * Business-day calendar shared by the whole chain - see
      * copybooks/BUSCAL.cpy.
           SELECT CALENDAR-FILE ASSIGN TO "../../CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  SQ-FUNCTION     PIC X.
           05  SQ-JOB-CODE     PIC X(8).

       FD  SCHEDULE-FILE.
       COPY JOBSCHED.

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(90).

       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(86).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(26).

       FD  CALENDAR-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH       PIC X VALUE "N".
       77  WS-REQUEST-STATUS   PIC XX.
       77  WS-SCHEDULE-STATUS  PIC XX.
       77  WS-RUNLOG-STATUS    PIC XX.
       77  WS-ALERT-STATUS     PIC XX.
       77  WS-ALERT-SEVERITY   PIC X.
       77  WS-ALERT-CODE       PIC X(8).
       77  WS-ALERT-TEXT       PIC X(40).
       77  WS-PARM-STATUS      PIC XX.
       77  WS-PARM-OK-SW       PIC X VALUE "Y".
       77  WS-RUN-DATE         PIC X(8).
       77  WS-FUNCTION         PIC X.
       77  WS-REQUEST-JOB      PIC X(8).
       77  WS-CALENDAR-STATUS  PIC XX.
       77  WS-BUSINESS-DAY-SW  PIC X VALUE "Y".
       77  WS-CHECK-DATE       PIC X(8).
       77  WS-CHECK-DATE-NUM   PIC 9(8) VALUE ZERO.
       77  WS-DAY-NUMBER       PIC 9 VALUE ZERO.
       77  WS-HX               PIC 9(3) COMP VALUE ZERO.
       77  WS-CAL-EOF-SW       PIC X VALUE "N".
       77  WS-CARD-OK-SW       PIC X VALUE "Y".
       77  WS-JX               PIC 9(3) COMP VALUE ZERO.
       77  WS-KX               PIC 9(3) COMP VALUE ZERO.
       77  WS-PX               PIC 9 COMP VALUE ZERO.
       77  WS-WANTED-JOB       PIC X(8).
       77  WS-FOUND-SW         PIC X VALUE "N".
       77  WS-JOB-DUE-SW       PIC X VALUE "N".
       77  WS-PREDS-DONE-SW    PIC X VALUE "Y".
       77  WS-WAITING-ON       PIC X(8).
       77  WS-LATE-SW          PIC X VALUE "N".
       77  WS-RUN-DAY-NUM      PIC 9 VALUE ZERO.
       77  WS-END-DATE         PIC X(8).
       77  WS-NOW-STAMP        PIC X(12).
       77  WS-DUE-STAMP        PIC X(12).
       77  WS-STATUS-TEXT      PIC X(30).
       77  WS-MONDAY-INT       PIC 9(7) VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-CARD-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-BAD-CARD-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-END-EVENT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-DUE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-ENDED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-READY-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-WAITING-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-LATE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-MISSED-COUNT     PIC 9(5) VALUE ZERO.

      * Holidays from CALENDAR.DAT; weekends are non-business by
      * rule and never need a card.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT PIC 9(3) COMP VALUE ZERO.
           05  WS-HOLIDAY-DATE PIC X(8) OCCURS 50 TIMES.

      * The schedule master held in card order, with what the run
      * log says about each job for the business date and for the
      * business day before it.
       01  WS-JOB-TABLE.
           05  WS-JOB-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-JB-ENTRY OCCURS 40 TIMES.
               10  WS-JB-CODE          PIC X(8).
               10  WS-JB-FREQUENCY     PIC X.
               10  WS-JB-RUN-DAY       PIC X.
               10  WS-JB-DUE-BY        PIC X(4).
               10  WS-JB-END-PROGRAM   PIC X(15).
               10  WS-JB-SCRIPT        PIC X(30).
               10  WS-JB-PRED-CODE     PIC X(8) OCCURS 3 TIMES.
               10  WS-JB-DUE-TODAY     PIC X.
               10  WS-JB-DUE-PRIOR     PIC X.
               10  WS-JB-ENDED-AT      PIC X(14).
               10  WS-JB-ENDED-PRIOR   PIC X.

      * The date being looked at by DESCRIBE-SCHEDULE-DATE and what
      * the calendar makes of it.
       01  WS-SCHED-PROFILE.
           05  WS-SCHED-DATE       PIC X(8).
           05  WS-SCHED-INT        PIC 9(7).
           05  WS-SCHED-DAY        PIC 9.
           05  WS-SCHED-BUSINESS-SW PIC X.
           05  WS-SCHED-MONTH-END-SW PIC X.
           05  WS-SCHED-NEXT-DATE  PIC X(8).
           05  WS-SCHED-PRIOR-DATE PIC X(8).
           05  WS-SCHED-PRIOR-INT  PIC 9(7).
           05  WS-SCHED-PRIOR-DAY  PIC 9.

      * The business date's window runs up to the next business day;
      * the previous business day's window runs up to its own next
      * business day.
       01  WS-WINDOWS.
           05  WS-TODAY-DAY        PIC 9.
           05  WS-TODAY-BUSINESS-SW PIC X.
           05  WS-TODAY-MONTH-END-SW PIC X.
           05  WS-NEXT-DATE        PIC X(8).
           05  WS-PRIOR-DATE       PIC X(8).
           05  WS-PRIOR-NEXT-DATE  PIC X(8).

       01  WS-DAY-NAMES-TEXT       PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-TEXT.
           05  WS-DAY-NAME     PIC X(3) OCCURS 7 TIMES.

       COPY PARMCARD.

       COPY ALERTREC.

       01  SCHED-HEADER-1.
           05  FILLER          PIC X(17) VALUE "JOB SCHEDULE FOR ".
           05  SH1-RUN-DATE    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  SH1-DAY-NAME    PIC X(3).
           05  FILLER          PIC X(8)  VALUE "  CYCLE ".
           05  SH1-CYCLE       PIC 9.
           05  FILLER          PIC X(16) VALUE "  BUSINESS DAY: ".
           05  SH1-BUSINESS    PIC X.
           05  FILLER          PIC X(13) VALUE "  MONTH-END: ".
           05  SH1-MONTH-END   PIC X.

       01  SCHED-HEADER-2.
           05  FILLER          PIC X(22)
               VALUE "PREVIOUS BUSINESS DAY ".
           05  SH2-PRIOR-DATE  PIC X(8).
           05  FILLER          PIC X(22)
               VALUE "   NEXT BUSINESS DAY ".
           05  SH2-NEXT-DATE   PIC X(8).

       01  SCHED-SECTION-LINE.
           05  SS-TITLE        PIC X(40).
           05  FILLER          PIC X     VALUE SPACE.
           05  SS-DATE         PIC X(8).

       01  SCHED-COLUMN-LINE.
           05  FILLER          PIC X(20) VALUE "JOB      FD DUE   SC".
           05  FILLER          PIC X(20) VALUE "RIPT                ".
           05  FILLER          PIC X(20) VALUE "          STATUS    ".

       01  SCHED-DETAIL-LINE.
           05  SD-JOB-CODE     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  SD-FREQUENCY    PIC X.
           05  SD-RUN-DAY      PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  SD-DUE-BY       PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-SCRIPT       PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-STATUS       PIC X(30).

       01  SCHED-TOTAL-LINE.
           05  FILLER          PIC X(5)  VALUE "DUE: ".
           05  ST-DUE          PIC ZZZZ9.
           05  FILLER          PIC X(9)  VALUE "  ENDED: ".
           05  ST-ENDED        PIC ZZZZ9.
           05  FILLER          PIC X(9)  VALUE "  READY: ".
           05  ST-READY        PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  WAITING: ".
           05  ST-WAITING      PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  LATE: ".
           05  ST-LATE         PIC ZZZZ9.
           05  FILLER          PIC X(10) VALUE "  MISSED: ".
           05  ST-MISSED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD
           MOVE PC-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM READ-REQUEST-CARD
           PERFORM LOAD-CALENDAR-FILE
           PERFORM LOAD-JOB-SCHEDULE
           PERFORM SET-SCHEDULE-WINDOWS
           PERFORM LOAD-JOB-COMPLETIONS
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP

           EVALUATE WS-FUNCTION
               WHEN "L"
                   PERFORM PRODUCE-RUN-LIST
               WHEN "R"
                   PERFORM RELEASE-ONE-JOB
               WHEN OTHER
                   DISPLAY "UNKNOWN SCHEDULER FUNCTION '" WS-FUNCTION
                       "' - USE L OR R"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       READ-REQUEST-CARD.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO SCHEDULER REQUEST - SCHEDREQ.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REQUEST-FILE
               AT END
                   MOVE SPACE TO WS-FUNCTION
                   MOVE SPACES TO WS-REQUEST-JOB
               NOT AT END
                   MOVE SQ-FUNCTION TO WS-FUNCTION
                   MOVE SQ-JOB-CODE TO WS-REQUEST-JOB
           END-READ
           CLOSE REQUEST-FILE.

      * A card the scheduler cannot read is left off the table and
      * raised, rather than guessed at - a job with a bad frequency
      * would otherwise never come due and never be missed.
       LOAD-JOB-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "JOB SCHEDULE MASTER JOBSCHED.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM VALIDATE-SCHEDULE-CARD
                       IF WS-CARD-OK-SW = "Y"
                           PERFORM TAKE-SCHEDULE-CARD
                       ELSE
                           ADD 1 TO WS-BAD-CARD-COUNT
                           MOVE "W" TO WS-ALERT-SEVERITY
                           MOVE "JOBCARD" TO WS-ALERT-CODE
                           MOVE SPACES TO WS-ALERT-TEXT
                           STRING "BAD SCHEDULE CARD FOR JOB "
                               JS-JOB-CODE
                               DELIMITED BY SIZE INTO WS-ALERT-TEXT
                           PERFORM WRITE-ALERT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-JOB-COUNT = ZERO
               DISPLAY "JOB SCHEDULE MASTER JOBSCHED.DAT IS EMPTY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDATE-SCHEDULE-CARD.
           MOVE "Y" TO WS-CARD-OK-SW
           IF JS-JOB-CODE = SPACES
               MOVE "N" TO WS-CARD-OK-SW
               DISPLAY "SCHEDULE CARD " WS-CARD-COUNT
                   ": NO JOB CODE"
           END-IF
           IF JS-FREQUENCY NOT = "D" AND JS-FREQUENCY NOT = "M"
                   AND JS-FREQUENCY NOT = "W"
                   AND JS-FREQUENCY NOT = "R"
               MOVE "N" TO WS-CARD-OK-SW
               DISPLAY "SCHEDULE CARD " JS-JOB-CODE
                   ": BAD FREQUENCY '" JS-FREQUENCY "'"
           END-IF
           IF JS-FREQUENCY = "W"
               IF JS-RUN-DAY < "1" OR JS-RUN-DAY > "5"
                   MOVE "N" TO WS-CARD-OK-SW
                   DISPLAY "SCHEDULE CARD " JS-JOB-CODE
                       ": WEEKLY JOB NEEDS A RUN DAY 1-5"
               END-IF
           END-IF
           IF JS-DUE-BY NOT = SPACES
               IF JS-DUE-BY NOT NUMERIC
                       OR JS-DUE-BY(1:2) > "23"
                       OR JS-DUE-BY(3:2) > "59"
                   MOVE "N" TO WS-CARD-OK-SW
                   DISPLAY "SCHEDULE CARD " JS-JOB-CODE
                       ": BAD DUE-BY TIME '" JS-DUE-BY "'"
               END-IF
           END-IF.

       TAKE-SCHEDULE-CARD.
           IF WS-JOB-COUNT < 40
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT   TO WS-JX
               MOVE JS-JOB-CODE    TO WS-JB-CODE (WS-JX)
               MOVE JS-FREQUENCY   TO WS-JB-FREQUENCY (WS-JX)
               MOVE JS-RUN-DAY     TO WS-JB-RUN-DAY (WS-JX)
               MOVE JS-DUE-BY      TO WS-JB-DUE-BY (WS-JX)
               MOVE JS-END-PROGRAM TO WS-JB-END-PROGRAM (WS-JX)
               MOVE JS-SCRIPT      TO WS-JB-SCRIPT (WS-JX)
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   MOVE JS-PREDECESSOR (WS-PX)
                       TO WS-JB-PRED-CODE (WS-JX, WS-PX)
               END-PERFORM
               MOVE "N"            TO WS-JB-DUE-TODAY (WS-JX)
               MOVE "N"            TO WS-JB-DUE-PRIOR (WS-JX)
               MOVE SPACES         TO WS-JB-ENDED-AT (WS-JX)
               MOVE "N"            TO WS-JB-ENDED-PRIOR (WS-JX)
           ELSE
               DISPLAY "JOB TABLE FULL - " JS-JOB-CODE " IGNORED"
           END-IF.

      * Which jobs are due on the business date and which were due
      * on the business day before it.
       SET-SCHEDULE-WINDOWS.
           MOVE WS-RUN-DATE TO WS-SCHED-DATE
           PERFORM DESCRIBE-SCHEDULE-DATE
           MOVE WS-SCHED-DAY          TO WS-TODAY-DAY
           MOVE WS-SCHED-BUSINESS-SW  TO WS-TODAY-BUSINESS-SW
           MOVE WS-SCHED-MONTH-END-SW TO WS-TODAY-MONTH-END-SW
           MOVE WS-SCHED-NEXT-DATE    TO WS-NEXT-DATE
           MOVE WS-SCHED-PRIOR-DATE   TO WS-PRIOR-DATE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               PERFORM CHECK-JOB-DUE
               MOVE WS-JOB-DUE-SW TO WS-JB-DUE-TODAY (WS-JX)
           END-PERFORM

           MOVE WS-PRIOR-DATE TO WS-SCHED-DATE
           PERFORM DESCRIBE-SCHEDULE-DATE
           MOVE WS-SCHED-NEXT-DATE    TO WS-PRIOR-NEXT-DATE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               PERFORM CHECK-JOB-DUE
               MOVE WS-JOB-DUE-SW TO WS-JB-DUE-PRIOR (WS-JX)
           END-PERFORM.

      * Weekday, business-day and month-end status of WS-SCHED-DATE,
      * with the business days either side of it. The last business
      * day of a month is the one whose next business day falls in
      * another month.
       DESCRIBE-SCHEDULE-DATE.
           MOVE WS-SCHED-DATE TO WS-CHECK-DATE
           PERFORM CHECK-BUSINESS-DAY
           MOVE WS-BUSINESS-DAY-SW TO WS-SCHED-BUSINESS-SW
           MOVE WS-DAY-NUMBER      TO WS-SCHED-DAY
           COMPUTE WS-SCHED-INT
               = FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE-NUM)

           MOVE WS-SCHED-DATE TO WS-CHECK-DATE
           PERFORM STEP-TO-NEXT-BUSINESS-DAY
           MOVE WS-CHECK-DATE TO WS-SCHED-NEXT-DATE
           IF WS-SCHED-BUSINESS-SW = "Y"
                   AND WS-SCHED-NEXT-DATE(1:6)
                       NOT = WS-SCHED-DATE(1:6)
               MOVE "Y" TO WS-SCHED-MONTH-END-SW
           ELSE
               MOVE "N" TO WS-SCHED-MONTH-END-SW
           END-IF

           MOVE WS-SCHED-DATE TO WS-CHECK-DATE
           PERFORM STEP-TO-PRIOR-BUSINESS-DAY
           MOVE WS-CHECK-DATE TO WS-SCHED-PRIOR-DATE
           MOVE WS-DAY-NUMBER TO WS-SCHED-PRIOR-DAY
           COMPUTE WS-SCHED-PRIOR-INT
               = FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE-NUM).

      * Is job WS-JX due on WS-SCHED-DATE? A weekly job whose day
      * was a holiday falls due on the first business day after it
      * in the same week: later in the week than its run day, with
      * no business day between its run day and this one.
       CHECK-JOB-DUE.
           MOVE "N" TO WS-JOB-DUE-SW
           IF WS-SCHED-BUSINESS-SW = "Y"
               EVALUATE WS-JB-FREQUENCY (WS-JX)
                   WHEN "D"
                       MOVE "Y" TO WS-JOB-DUE-SW
                   WHEN "M"
                       MOVE WS-SCHED-MONTH-END-SW TO WS-JOB-DUE-SW
                   WHEN "W"
                       MOVE WS-JB-RUN-DAY (WS-JX) TO WS-RUN-DAY-NUM
                       COMPUTE WS-MONDAY-INT
                           = WS-SCHED-INT - WS-SCHED-DAY + 1
                       IF WS-SCHED-DAY = WS-RUN-DAY-NUM
                           MOVE "Y" TO WS-JOB-DUE-SW
                       END-IF
                       IF WS-SCHED-DAY > WS-RUN-DAY-NUM
                           IF WS-SCHED-PRIOR-INT < WS-MONDAY-INT
                               OR WS-SCHED-PRIOR-DAY < WS-RUN-DAY-NUM
                               MOVE "Y" TO WS-JOB-DUE-SW
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       STEP-TO-NEXT-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SW
           PERFORM UNTIL WS-BUSINESS-DAY-SW = "Y"
               MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
               COMPUTE WS-CHECK-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-CHECK-DATE-NUM) + 1)
               MOVE WS-CHECK-DATE-NUM TO WS-CHECK-DATE
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       STEP-TO-PRIOR-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SW
           PERFORM UNTIL WS-BUSINESS-DAY-SW = "Y"
               MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
               COMPUTE WS-CHECK-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-CHECK-DATE-NUM) - 1)
               MOVE WS-CHECK-DATE-NUM TO WS-CHECK-DATE
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

      * One pass of the run log. Only END events count; the latest
      * one inside the business date's window is the one shown. No
      * run log just means nothing has ended yet.
       LOAD-JOB-COMPLETIONS.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "NO RUN LOG - NO JOB HAS ENDED YET"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RUN-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RL-EVENT-TYPE = "END"
                               ADD 1 TO WS-END-EVENT-COUNT
                               PERFORM TAKE-END-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       TAKE-END-EVENT.
           MOVE RL-TIMESTAMP(1:8) TO WS-END-DATE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               IF WS-JB-END-PROGRAM (WS-JX) NOT = SPACES
                       AND WS-JB-END-PROGRAM (WS-JX) = RL-PROGRAM-ID
                   IF WS-END-DATE NOT < WS-RUN-DATE
                           AND WS-END-DATE < WS-NEXT-DATE
                           AND RL-TIMESTAMP > WS-JB-ENDED-AT (WS-JX)
                       MOVE RL-TIMESTAMP TO WS-JB-ENDED-AT (WS-JX)
                   END-IF
                   IF WS-END-DATE NOT < WS-PRIOR-DATE
                           AND WS-END-DATE < WS-PRIOR-NEXT-DATE
                       MOVE "Y" TO WS-JB-ENDED-PRIOR (WS-JX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-JOB-BY-CODE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-JOB-COUNT OR WS-FOUND-SW = "Y"
               IF WS-JB-CODE (WS-KX) = WS-WANTED-JOB
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               SUBTRACT 1 FROM WS-KX
           END-IF.

      * Every predecessor on job WS-JX's card must have ended for
      * the business date. A predecessor with no card of its own can
      * never end, so it holds the job until the card is fixed.
       CHECK-PREDECESSORS.
           MOVE "Y" TO WS-PREDS-DONE-SW
           MOVE SPACES TO WS-WAITING-ON
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               IF WS-JB-PRED-CODE (WS-JX, WS-PX) NOT = SPACES
                   MOVE WS-JB-PRED-CODE (WS-JX, WS-PX)
                       TO WS-WANTED-JOB
                   PERFORM FIND-JOB-BY-CODE
                   IF WS-FOUND-SW = "N"
                       DISPLAY "JOB " WS-JB-CODE (WS-JX)
                           ": PREDECESSOR " WS-WANTED-JOB
                           " HAS NO SCHEDULE CARD"
                   END-IF
                   IF WS-FOUND-SW = "N"
                           OR WS-JB-ENDED-AT (WS-KX) = SPACES
                       IF WS-PREDS-DONE-SW = "Y"
                           MOVE WS-WANTED-JOB TO WS-WAITING-ON
                       END-IF
                       MOVE "N" TO WS-PREDS-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.

      * Status of job WS-JX for the run list. Only a job due today
      * with a deadline and an END program to prove it by can be
      * late.
       SET-JOB-STATUS.
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE "N" TO WS-LATE-SW
           IF WS-JB-END-PROGRAM (WS-JX) = SPACES
               MOVE "NOT TRACKED - NO RUN-LOG ID"
                   TO WS-STATUS-TEXT
           ELSE
               IF WS-JB-ENDED-AT (WS-JX) NOT = SPACES
                   STRING "ENDED " WS-JB-ENDED-AT (WS-JX)(1:8)
                       " " WS-JB-ENDED-AT (WS-JX)(9:4)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               ELSE
                   PERFORM CHECK-PREDECESSORS
                   IF WS-JB-DUE-TODAY (WS-JX) = "Y"
                           AND WS-JB-DUE-BY (WS-JX) NOT = SPACES
                       MOVE WS-RUN-DATE TO WS-DUE-STAMP(1:8)
                       MOVE WS-JB-DUE-BY (WS-JX) TO WS-DUE-STAMP(9:4)
                       IF WS-NOW-STAMP > WS-DUE-STAMP
                           MOVE "Y" TO WS-LATE-SW
                       END-IF
                   END-IF
                   IF WS-LATE-SW = "Y"
                       IF WS-PREDS-DONE-SW = "Y"
                           MOVE "LATE - READY" TO WS-STATUS-TEXT
                       ELSE
                           STRING "LATE - WAITING ON " WS-WAITING-ON
                               DELIMITED BY SIZE INTO WS-STATUS-TEXT
                       END-IF
                       PERFORM ALERT-LATE-JOB
                   ELSE
                       IF WS-PREDS-DONE-SW = "Y"
                           MOVE "READY" TO WS-STATUS-TEXT
                       ELSE
                           STRING "WAITING ON " WS-WAITING-ON
                               DELIMITED BY SIZE INTO WS-STATUS-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRODUCE-RUN-LIST.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE           TO SH1-RUN-DATE
           MOVE WS-DAY-NAME (WS-TODAY-DAY + 1) TO SH1-DAY-NAME
           MOVE PC-CYCLE-NUMBER       TO SH1-CYCLE
           MOVE WS-TODAY-BUSINESS-SW  TO SH1-BUSINESS
           MOVE WS-TODAY-MONTH-END-SW TO SH1-MONTH-END
           WRITE REPORT-REC FROM SCHED-HEADER-1
           MOVE WS-PRIOR-DATE         TO SH2-PRIOR-DATE
           MOVE WS-NEXT-DATE          TO SH2-NEXT-DATE
           WRITE REPORT-REC FROM SCHED-HEADER-2

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "SCHEDULED TODAY" TO SS-TITLE
           MOVE SPACES TO SS-DATE
           WRITE REPORT-REC FROM SCHED-SECTION-LINE
           WRITE REPORT-REC FROM SCHED-COLUMN-LINE
           IF WS-TODAY-BUSINESS-SW = "N"
               MOVE "  NOT A BUSINESS DAY - NO JOBS ARE DUE"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               IF WS-JB-DUE-TODAY (WS-JX) = "Y"
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM SET-JOB-STATUS
                   PERFORM TALLY-JOB-STATUS
                   PERFORM PRINT-JOB-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "NOT DUE TODAY - RELEASED ON REQUEST" TO SS-TITLE
           WRITE REPORT-REC FROM SCHED-SECTION-LINE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               IF WS-JB-DUE-TODAY (WS-JX) = "N"
                   PERFORM SET-JOB-STATUS
                   PERFORM PRINT-JOB-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MISSED ON PREVIOUS BUSINESS DAY" TO SS-TITLE
           MOVE WS-PRIOR-DATE TO SS-DATE
           WRITE REPORT-REC FROM SCHED-SECTION-LINE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               IF WS-JB-DUE-PRIOR (WS-JX) = "Y"
                       AND WS-JB-END-PROGRAM (WS-JX) NOT = SPACES
                       AND WS-JB-ENDED-PRIOR (WS-JX) = "N"
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE "MISSED" TO WS-STATUS-TEXT
                   PERFORM PRINT-JOB-LINE
                   PERFORM ALERT-MISSED-JOB
               END-IF
           END-PERFORM
           IF WS-MISSED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DUE-COUNT     TO ST-DUE
           MOVE WS-ENDED-COUNT   TO ST-ENDED
           MOVE WS-READY-COUNT   TO ST-READY
           MOVE WS-WAITING-COUNT TO ST-WAITING
           MOVE WS-LATE-COUNT    TO ST-LATE
           MOVE WS-MISSED-COUNT  TO ST-MISSED
           WRITE REPORT-REC FROM SCHED-TOTAL-LINE
           CLOSE REPORT-FILE

           PERFORM PRINT-RECONCILIATION
           IF WS-LATE-COUNT > ZERO OR WS-MISSED-COUNT > ZERO
                   OR WS-BAD-CARD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE 4: LATE OR MISSED JOBS, OR BAD"
                   " SCHEDULE CARDS - SEE JOBSCHED.RPT"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Totals count the jobs due today only; the on-request list
      * is there for reference.
       TALLY-JOB-STATUS.
           IF WS-STATUS-TEXT(1:5) = "ENDED"
               ADD 1 TO WS-ENDED-COUNT
           END-IF
           IF WS-STATUS-TEXT(1:5) = "READY"
               ADD 1 TO WS-READY-COUNT
           END-IF
           IF WS-STATUS-TEXT(1:7) = "WAITING"
               ADD 1 TO WS-WAITING-COUNT
           END-IF
           IF WS-LATE-SW = "Y"
               ADD 1 TO WS-LATE-COUNT
           END-IF.

       PRINT-JOB-LINE.
           MOVE WS-JB-CODE (WS-JX)      TO SD-JOB-CODE
           MOVE WS-JB-FREQUENCY (WS-JX) TO SD-FREQUENCY
           MOVE WS-JB-RUN-DAY (WS-JX)   TO SD-RUN-DAY
           MOVE WS-JB-DUE-BY (WS-JX)    TO SD-DUE-BY
           MOVE WS-JB-SCRIPT (WS-JX)    TO SD-SCRIPT
           MOVE WS-STATUS-TEXT          TO SD-STATUS
           WRITE REPORT-REC FROM SCHED-DETAIL-LINE.

      * The gate in front of a job's script. Predecessors are not
      * negotiable; running a job off its schedule, or again after
      * it has ended, is allowed but raised so it is never silent.
       RELEASE-ONE-JOB.
           MOVE WS-REQUEST-JOB TO WS-WANTED-JOB
           PERFORM FIND-JOB-BY-CODE
           IF WS-FOUND-SW = "N"
               DISPLAY "JOB '" WS-REQUEST-JOB "' HAS NO SCHEDULE CARD"
                   " - NOT RELEASED"
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "JOBUNKN" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "RELEASE REFUSED - UNKNOWN JOB "
                   WS-REQUEST-JOB
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-KX TO WS-JX
               PERFORM CHECK-PREDECESSORS
               IF WS-PREDS-DONE-SW = "N"
                   DISPLAY "JOB " WS-REQUEST-JOB " REFUSED - "
                       "PREDECESSOR " WS-WAITING-ON
                       " HAS NOT ENDED FOR " WS-RUN-DATE
                   MOVE "E" TO WS-ALERT-SEVERITY
                   MOVE "JOBHELD" TO WS-ALERT-CODE
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "JOB " WS-REQUEST-JOB
                       " HELD - WAITING ON " WS-WAITING-ON
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   PERFORM CHECK-RELEASE-WARNINGS
                   DISPLAY "RELEASED: JOB " WS-REQUEST-JOB " - "
                       WS-JB-SCRIPT (WS-JX)
               END-IF
           END-IF.

       CHECK-RELEASE-WARNINGS.
           IF WS-JB-FREQUENCY (WS-JX) NOT = "R"
                   AND WS-JB-DUE-TODAY (WS-JX) = "N"
               DISPLAY "JOB " WS-REQUEST-JOB " IS NOT SCHEDULED FOR "
                   WS-RUN-DATE " - RELEASED ON REQUEST"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "JOBOFFSC" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "JOB " WS-REQUEST-JOB
                   " RELEASED OFF ITS SCHEDULE"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-JB-ENDED-AT (WS-JX) NOT = SPACES
               DISPLAY "JOB " WS-REQUEST-JOB " ALREADY ENDED AT "
                   WS-JB-ENDED-AT (WS-JX) " - RELEASED AS A RERUN"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "JOBRERUN" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "JOB " WS-REQUEST-JOB
                   " RERUN AFTER ITS END"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF.

       ALERT-LATE-JOB.
           DISPLAY "JOB " WS-JB-CODE (WS-JX) " IS LATE - DUE BY "
               WS-JB-DUE-BY (WS-JX) " ON " WS-RUN-DATE
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "JOBLATE" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "JOB " WS-JB-CODE (WS-JX) " NOT ENDED BY "
               WS-JB-DUE-BY (WS-JX)
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM WRITE-ALERT-RECORD.

       ALERT-MISSED-JOB.
           DISPLAY "JOB " WS-JB-CODE (WS-JX) " WAS DUE ON "
               WS-PRIOR-DATE " AND NEVER ENDED"
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE "JOBMISS" TO WS-ALERT-CODE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "JOB " WS-JB-CODE (WS-JX) " MISSED ON "
               WS-PRIOR-DATE
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM WRITE-ALERT-RECORD.

       PRINT-RECONCILIATION.
           DISPLAY "===== JOB SCHEDULE =====".
           DISPLAY "SCHEDULE CARDS READ: " WS-CARD-COUNT.
           DISPLAY "BAD CARDS SKIPPED:   " WS-BAD-CARD-COUNT.
           DISPLAY "RUN-LOG END EVENTS:  " WS-END-EVENT-COUNT.
           DISPLAY "JOBS DUE TODAY:      " WS-DUE-COUNT.
           DISPLAY "  ENDED:             " WS-ENDED-COUNT.
           DISPLAY "  LATE:              " WS-LATE-COUNT.
           DISPLAY "MISSED YESTERDAY:    " WS-MISSED-COUNT.

      * One structured alert per console problem message, appended
      * to the chain-wide alert file for the end-of-night digest.
       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           MOVE "JOB-SCHEDULER"    TO AL-STEP
           MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY
           MOVE WS-ALERT-CODE      TO AL-CODE
           MOVE WS-ALERT-TEXT      TO AL-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-REC FROM ALERT-RECORD
           CLOSE ALERT-FILE.

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
           END-IF.

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

       LOAD-CALENDAR-FILE.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "BUSINESS CALENDAR CALENDAR.DAT MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF-SW = "Y"
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 50
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CA-HOLIDAY-DATE TO
                               WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                       ELSE
                           DISPLAY "HOLIDAY TABLE FULL - "
                               CA-HOLIDAY-DATE " IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

      * Saturday and Sunday by rule plus any date on a holiday card.
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
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE (WS-HX) = WS-CHECK-DATE
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.
