      * Branch scorecard history - SCOREHST.DAT, one row per active
      * branch per business date and processing cycle, written by
      * BRANCH-SCORE from the merge's FEEDARR.DAT arrival record and
      * the branch's own acknowledgment file before the next run
      * overwrites it. SCORECARD-RPT rolls a month of rows up per
      * branch, ranks the branches and flags threshold misses.
      *   BS-ARRIVAL          O on time, L late, U no arrival record
      *   BS-FIRST-BALANCED   Y proved out against its own controls
      *                       on the first pass that found it, N had
      *                       to be resent, blank not known
      *   BS-CONTROL-FAILS    merge passes it failed its controls on
      *   BS-RECORDS          details acknowledged - the volume
      *   BS-REASON-REJECTS   rejects by reason code R001 to R009,
      *                       one slot per code; BS-REJECTED is the
      *                       total whatever the code
       01  BRANCH-SCORE-RECORD.
           05  BS-DATE             PIC X(8).
           05  BS-CYCLE            PIC X.
           05  BS-BRANCH           PIC X(3).
           05  BS-ARRIVAL          PIC X.
           05  BS-ARRIVED-AT       PIC X(12).
           05  BS-FIRST-BALANCED   PIC X.
           05  BS-CONTROL-FAILS    PIC 9(3).
           05  BS-RECORDS          PIC 9(7).
           05  BS-PROCESSED        PIC 9(7).
           05  BS-REJECTED         PIC 9(7).
           05  BS-HELD             PIC 9(7).
           05  BS-DUPLICATES       PIC 9(7).
           05  BS-CREDIT-HELD      PIC 9(7).
           05  BS-REASON-REJECTS   PIC 9(5) OCCURS 9 TIMES.
