      * Branch service-level threshold card - SCORTHR.DAT, the
      * levels agreed with each branch that SCORECARD-RPT flags a
      * month's scorecard against. Branch "***" is the default for
      * any branch without a card of its own; with no default card
      * either, the report falls back to 95.0% on time, 5.0%
      * rejected, 2.0% duplicates and 2 control failures a month.
      * Percentages carry one decimal place (0950 is 95.0%).
       01  SCORE-THRESHOLD-RECORD.
           05  TH-BRANCH           PIC X(3).
           05  TH-MIN-ON-TIME      PIC 9(3)V9.
           05  TH-MAX-REJECT       PIC 9(3)V9.
           05  TH-MAX-DUPLICATE    PIC 9(3)V9.
           05  TH-MAX-CONTROL-FAILS PIC 9(3).
