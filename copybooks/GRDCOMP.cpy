      * Gradebook component score GRDCOMP.DAT - one mark, keyed by
      * student, section, term, component and item number within
      * the component (homework 1 to 10; 1 for a single exam).
      * GC-EARNED is the points the student earned out of the
      * component's GW-POINTS on the weighting scheme. An item with
      * no card is missing and counts as zero.
       01  COMPONENT-SCORE-RECORD.
           05  GC-STUDENT-ID   PIC X(9).
           05  GC-SECTION      PIC X(3).
           05  GC-TERM         PIC X(6).
           05  GC-COMPONENT    PIC X(8).
           05  GC-ITEM         PIC 9(2).
           05  GC-EARNED       PIC 9(3)V99.
