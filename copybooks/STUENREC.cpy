      * the name, program of study and enrollment status ("A" active,
      * "W" withdrawn). CONDITION-DEMO edits every roster record
      * against this file before grading: an unknown ID rejects R202
      * and a withdrawn student rejects R203 unless the record
      * carries the W grade, so a mis-keyed or withdrawn student can
      * no longer ride into GRADES.DAT, the history master and the
      * registrar extract. EN-WITHDRAW-DATE is the CCYYMMDD a
      * withdrawn student left; FEE-BILLING prorates the term's
      * refund from it. Spaces on an active student. Maintained
      * through ENROLL-MAINT (run-enroll-maint.sh), which audits
      * every change to REGAUDT.DAT - not by hand.
       01  ENROLLMENT-RECORD.
           05  EN-STUDENT-ID   PIC X(9).
           05  EN-NAME         PIC X(20).
           05  EN-PROGRAM      PIC X(10).
           05  EN-STATUS       PIC X.
           05  EN-WITHDRAW-DATE PIC X(8).
