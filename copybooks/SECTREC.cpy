      * "A10" for "A01" rejects up front instead of creating a
      * phantom section in GRADE-SUMMARY's control breaks, and
      * CLASS-REPORT reads it back for the per-section class report.
      * Maintained through SECTION-MAINT (run-section-maint.sh),
      * which audits every change to REGAUDT.DAT - not by hand.
       01  SECTION-RECORD.
           05  SC-SECTION      PIC X(3).
           05  SC-TERM         PIC X(6).
