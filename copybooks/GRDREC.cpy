      * these for every student alongside its print-image detail report,
      * and GRADE-SUMMARY reads them back to build the section, term
      * and grand-total grade-distribution report.
      * GR-GRADE "I" (Incomplete) and "W" (withdrawn) carry a zero
      * GR-SCORE that is not a score: every reader shows them apart
      * and leaves them out of averages, ranks and the GPA. An
      * Incomplete's GR-STATUS carries its completion deadline.
       01  WS-GRADE-RECORD.
           05  GR-STUDENT-ID   PIC X(9).
           05  GR-SCORE        PIC 9(3).
