      * Section registration record - REGISTER.DAT in Session 05/data,
      * one per student, section and term, kept in RG-KEY order.
      * Maintained by REGISTRATION (run-registration.sh) from the
      * add/drop cards in REGIN.DAT - not by hand. RG-STATUS is
      *   E  enrolled - holds one of the section's SC-CAPACITY seats
      *   L  on the section's waitlist
      *   D  dropped, or taken off the waitlist
      * RG-ARRIVAL is the order the add was posted in, numbered
      * across the whole file; a freed seat goes to the waitlisted
      * student with the lowest number, so the list is first come,
      * first served. A dropped student who adds again gets a new
      * number and goes to the back. The class roster ROSTERIN.DAT
      * is rebuilt from the enrolled records, so CONDITION-DEMO
      * grades only students holding a seat.
       01  REGISTRATION-RECORD.
           05  RG-KEY.
               10  RG-STUDENT-ID   PIC X(9).
               10  RG-SECTION      PIC X(3).
               10  RG-TERM         PIC X(6).
           05  RG-STATUS       PIC X.
           05  RG-ARRIVAL      PIC 9(7).
           05  RG-ADD-DATE     PIC X(8).
           05  RG-STATUS-DATE  PIC X(8).
