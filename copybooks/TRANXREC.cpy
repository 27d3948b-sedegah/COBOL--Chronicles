      * on roster records; they ride as spaces on calculator files.
      * TR-BRANCH is stamped by CALC-MERGE so every calculator
      * transaction traces back to the branch file that sent it.
      * On roster records TR-OP-CODE is the grade code: space for a
      * record graded from TR-SCORE, "I" for an Incomplete and "W"
      * for a withdrawal, which carry no score (keyed 000). The
      * amount fields are not used on a roster, so an Incomplete
      * carries its completion deadline (CCYYMMDD) over them in
      * TR-COMPLETE-BY; INCOMPL-SWEEP converts it to F once
      * that date has passed.
       01  TRANSACTION-RECORD.
           05  TR-ID           PIC X(9).
           05  TR-OP-CODE      PIC X.
           05  TR-AMOUNTS.
               10  TR-NUM1     PIC 9(7).
               10  TR-NUM2     PIC 9(7).
           05  TR-ROSTER-DATA REDEFINES TR-AMOUNTS.
               10  TR-COMPLETE-BY PIC X(8).
               10  FILLER      PIC X(6).
           05  TR-SCORE        PIC 9(3).
           05  TR-EFF-DATE     PIC X(8).
           05  TR-SECTION      PIC X(3).
