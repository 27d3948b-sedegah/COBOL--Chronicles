      * Section grade-certification record - SECTCERT.DAT in
      * Session 05/data, one per section and term that has graded
      * on GRADES.DAT. GRADE-CERT adds a section as pending (P) the
      * first day it grades and turns it certified (C) when the
      * instructor of record on SECTMSTR.DAT sends a CERTIN.DAT
      * card; only then are its grades posted to the student
      * history master STUHIST.DAT and released on the registrar
      * extract. A certified section's grades on STUHIST.DAT are
      * the grades of record: CONDITION-DEMO carries them instead of
      * regrading from the roster, and any change after that goes
      * through GRADE-ADJUST. CT-PENDING-SINCE is the business date
      * the section first graded - the outstanding-certification
      * report ages it in business days from there.
       01  SECTION-CERT-RECORD.
           05  CT-SECTION          PIC X(3).
           05  CT-TERM             PIC X(6).
           05  CT-STATUS           PIC X.
           05  CT-PENDING-SINCE    PIC X(8).
           05  CT-CERT-DATE        PIC X(8).
           05  CT-CERT-BY          PIC X(20).
           05  CT-GRADES-POSTED    PIC 9(5).
