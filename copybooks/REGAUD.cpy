      * Registrar master audit image, REGAUDT.DAT in Session 05/data
      * - one record per field an ENROLL-MAINT or SECTION-MAINT card
      * changed on STUENRL.DAT or SECTMSTR.DAT, with the value before
      * and after. RA-KEY is the student ID, or the section and term
      * run together (A012026FA). An add writes (NEW) as the before
      * value and a section withdrawal (WITHDRAWN) as the after
      * value. RA-CONFIRMED is "Y" on a change the operator confirmed
      * over a warning - a withdrawal of a student with grades on
      * file, or a capacity cut below the seats already taken.
      * Appended by both programs, never rewritten.
       01  REGISTRAR-AUDIT-RECORD.
           05  RA-TIMESTAMP    PIC X(14).
           05  RA-RUN-DATE     PIC X(8).
           05  RA-MASTER       PIC X(8).
           05  RA-KEY          PIC X(9).
           05  RA-FUNCTION     PIC X.
           05  RA-FIELD-NAME   PIC X(10).
           05  RA-OLD-VALUE    PIC X(20).
           05  RA-NEW-VALUE    PIC X(20).
           05  RA-CONFIRMED    PIC X.
