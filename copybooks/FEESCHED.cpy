      * Tuition and section fee schedule FEESCHED.DAT, kept by the
      * bursar's office next to ARMSTR.DAT - one card per program of
      * study (EN-PROGRAM on the enrollment master) and section,
      * giving the fee one student in that program is charged for
      * sitting in that section for a term. A card with the section
      * left blank is the program's standard fee for every section
      * that has no card of its own. FEE-BILLING prices each
      * student's sections from it; a section it cannot price is
      * listed on the fee register and not billed.
       01  FEE-SCHEDULE-RECORD.
           05  FS-PROGRAM      PIC X(10).
           05  FS-SECTION      PIC X(3).
           05  FS-AMOUNT       PIC 9(7)V99.
