      * Gradebook weighting scheme GRDWGHT.DAT - one card per
      * assessment component of a section and term (HOMEWORK, QUIZ,
      * MIDTERM, FINAL...). GW-WEIGHT is the component's percent of
      * the course score and the weights of a section must add up
      * to exactly 100. GW-ITEMS is how many marks the component
      * has (ten homeworks, one final), each out of GW-POINTS, and
      * GW-DROP is how many of the lowest are dropped before the
      * component is averaged. GRADEBOOK refuses a section whose
      * scheme does not add up and leaves its roster score alone.
       01  WEIGHT-SCHEME-RECORD.
           05  GW-SECTION      PIC X(3).
           05  GW-TERM         PIC X(6).
           05  GW-COMPONENT    PIC X(8).
           05  GW-WEIGHT       PIC 9(3).
           05  GW-ITEMS        PIC 9(2).
           05  GW-POINTS       PIC 9(3).
           05  GW-DROP         PIC 9(2).
