      * Client master audit image, CLNTAUDT.DAT - one record per
      * field an add or change card touched, with the value before
      * and after, so "who changed this client's address, and from
      * what" is answered from the file instead of from memory. An
      * add writes one image per field with (NEW) as the before
      * value. Appended by CLIENT-MAINT, never rewritten.
       01  CLIENT-AUDIT-RECORD.
           05  CH-TIMESTAMP    PIC X(14).
           05  CH-RUN-DATE     PIC X(8).
           05  CH-CLIENT       PIC X(3).
           05  CH-FUNCTION     PIC X.
           05  CH-FIELD-NAME   PIC X(10).
           05  CH-OLD-VALUE    PIC X(30).
           05  CH-NEW-VALUE    PIC X(30).
