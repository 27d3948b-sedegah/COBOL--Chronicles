      * Program-of-study requirement card - DEGREQ.DAT in Session
      * 05/data, one card per requirement, grouped by the program
      * code the enrollment master carries in EN-PROGRAM (COMPSCI,
      * MATH, PHYSICS...). DEGREE-AUDIT measures every student's
      * certified history on STUHIST.DAT against the cards for the
      * student's program. DR-REQ-TYPE says what the card asks for:
      *   S  a required section - DR-SECTION (1), passed at
      *      DR-MIN-GRADE or better
      *   G  a course group - any DR-MIN-COUNT of the sections
      *      listed in DR-SECTION, each at DR-MIN-GRADE or better
      *   T  at least DR-MIN-COUNT graded terms on the history
      *   P  a cumulative GPA of at least DR-MIN-GPA (4.00 scale,
      *      300 is 3.00)
      * DR-MIN-GRADE is a letter A-D; blank means any passing grade
      * (D). DR-REQ-CODE is the short label the audit prints.
       01  DEGREE-REQUIREMENT-RECORD.
           05  DR-PROGRAM          PIC X(10).
           05  DR-REQ-CODE         PIC X(4).
           05  DR-REQ-TYPE         PIC X.
           05  DR-DESCRIPTION      PIC X(20).
           05  DR-MIN-GRADE        PIC X.
           05  DR-MIN-COUNT        PIC 9(2).
           05  DR-MIN-GPA          PIC 9V99.
           05  DR-SECTION-LIST.
               10  DR-SECTION      PIC X(3) OCCURS 8 TIMES.
