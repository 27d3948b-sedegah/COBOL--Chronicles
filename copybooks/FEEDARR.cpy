      * Feed arrival record - FEEDARR.DAT, indexed on business date,
      * processing cycle and branch, one per active registered feed.
      * CALC-MERGE writes it on the first merge pass of the date and
      * cycle and updates it on every rerun, so it keeps what a
      * single pass cannot see: when the feed first turned up, and
      * whether it proved out against its own HDR/TRL controls the
      * first time it was merged or only after the branch resent.
      *   FA-ARRIVED-AT  date and time (CCYYMMDDHHMM) of the first
      *                  pass that found the file - blank while it
      *                  has never been there
      *   FA-ON-TIME     Y arrived by the end of the registry window
      *                  on the business date, N late
      *   FA-FIRST-RESULT / FA-LAST-RESULT
      *                  B balanced, F failed its own controls -
      *                  on the first pass that found the file and
      *                  on the latest pass
      *   FA-MISSING-PASSES  merge passes the feed was not there for
      *   FA-CONTROL-FAILS   merge passes it was there but failed
      * BRANCH-SCORE reads it to score the branch's delivery.
       01  FEED-ARRIVAL-RECORD.
           05  FA-KEY.
               10  FA-DATE         PIC X(8).
               10  FA-CYCLE        PIC 9.
               10  FA-BRANCH       PIC X(3).
           05  FA-WINDOW-FROM      PIC X(4).
           05  FA-WINDOW-TO        PIC X(4).
           05  FA-ARRIVED-AT       PIC X(12).
           05  FA-ON-TIME          PIC X.
           05  FA-FIRST-RESULT     PIC X.
           05  FA-LAST-RESULT      PIC X.
           05  FA-PASSES           PIC 9(3).
           05  FA-MISSING-PASSES   PIC 9(3).
           05  FA-CONTROL-FAILS    PIC 9(3).
           05  FA-RECORDS          PIC 9(7).
