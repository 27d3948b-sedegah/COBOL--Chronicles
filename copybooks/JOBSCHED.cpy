      * Job schedule master - JOBSCHED.DAT at the repo root next to
      * CALENDAR.DAT, one card per batch job, kept in the order the
      * jobs run in. JOB-SCHEDULER reads it with the calendar and the
      * parameter card to build the business date's run list, and
      * refuses to release a job until its predecessors have ended.
      *   JS-FREQUENCY   D every business day
      *                  M last business day of the month
      *                  W weekly, on the JS-RUN-DAY weekday (1 is
      *                    Monday); a holiday moves it to the next
      *                    business day of the same week
      *                  R on request only - never due, never missed
      *   JS-DUE-BY      HHMM on the business date the job should
      *                  have ended by; blank means no deadline
      *   JS-END-PROGRAM the RUNLOG.DAT program id whose END event
      *                  marks the job complete - the last step of
      *                  its script, since a script stops at the
      *                  first failed step
      *   JS-PREDECESSOR job codes that must have ended for the
      *                  same business date first. List only jobs
      *                  that run at least as often as this one.
       01  JOB-SCHEDULE-RECORD.
           05  JS-JOB-CODE         PIC X(8).
           05  FILLER              PIC X.
           05  JS-FREQUENCY        PIC X.
           05  JS-RUN-DAY          PIC X.
           05  FILLER              PIC X.
           05  JS-DUE-BY           PIC X(4).
           05  FILLER              PIC X.
           05  JS-END-PROGRAM      PIC X(15).
           05  FILLER              PIC X.
           05  JS-SCRIPT           PIC X(30).
           05  JS-PREDECESSORS OCCURS 3 TIMES.
               10  FILLER          PIC X.
               10  JS-PREDECESSOR  PIC X(8).
