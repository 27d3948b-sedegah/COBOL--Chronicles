      * ARCHREQ.DAT - a nine-character TR-ID, a four-character
      * error/reason code (R001, E003...), or a program id up to
      * fifteen characters, padded with spaces, plus a from/to date
      * range - the program walks REJARCH.ccyymmdd.Cn.DAT,
      * EXCARCH.ccyymmdd.Cn.DAT (one snapshot per processing cycle
      * n of the date, after the undecorated ccyymmdd generation
      * an older snapshot was kept under), RUNARCH.ccyymmdd.DAT and
      * AUDARCH.ccyymmdd.DAT generation by generation in date order
      * (a date with no generation on disk is simply a day with
      * nothing archived) and prints every matching reject,
      * exception, run-log and retired audit record with the date -
      * and for a snapshot, the cycle - of the generation it came
      * from. A four-character key matches
      * reject reason and exception error codes; a nine-character
      * key matches the rejected and audited TR-IDs and is scanned
      * for in exception text; a longer key matches run-log program
       77  WS-TO-DATE          PIC X(8).
       77  WS-WALK-DATE        PIC X(8).
       77  WS-WALK-DATE-NUM    PIC 9(8) VALUE ZERO.
       77  WS-WALK-CYCLE       PIC X(2).
       77  WS-CYCLE-IX         PIC 9(2) COMP VALUE ZERO.
       77  WS-CYCLE-DIGIT      PIC 9.
       77  WS-REJ-FILENAME     PIC X(24).
       77  WS-EXC-FILENAME     PIC X(24).
       77  WS-RUN-FILENAME     PIC X(21).
      * The audit generations are produced next to the audit master
      * in the calculator's data directory, not here.

       01  SEARCH-LINE.
           05  SL-GEN-DATE     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  SL-GEN-CYCLE    PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SL-TYPE         PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           DISPLAY "SEARCHING FOR '" WS-SEARCH-KEY "' FROM "
               WS-FROM-DATE " TO " WS-TO-DATE.

      * The reject and exception snapshots are kept per processing
      * cycle; the undecorated name is a snapshot taken before
      * cycles were numbered.
       SEARCH-ONE-GENERATION.
           MOVE SPACES TO WS-WALK-CYCLE
           PERFORM SEARCH-SNAPSHOT-GENERATION
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                   UNTIL WS-CYCLE-IX > 9
               MOVE "C" TO WS-WALK-CYCLE(1:1)
               MOVE WS-CYCLE-IX TO WS-CYCLE-DIGIT
               MOVE WS-CYCLE-DIGIT TO WS-WALK-CYCLE(2:1)
               PERFORM SEARCH-SNAPSHOT-GENERATION
           END-PERFORM
           MOVE SPACES TO WS-WALK-CYCLE
           MOVE SPACES TO WS-RUN-FILENAME
           STRING "RUNARCH." WS-WALK-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-RUN-FILENAME
           STRING "../../Session 02/data/AUDARCH."
               WS-WALK-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-AUD-FILENAME
           PERFORM SEARCH-RUNLOG-GENERATION
           PERFORM SEARCH-AUDIT-GENERATION.

       SEARCH-SNAPSHOT-GENERATION.
           MOVE SPACES TO WS-REJ-FILENAME
           MOVE SPACES TO WS-EXC-FILENAME
           IF WS-WALK-CYCLE = SPACES
               STRING "REJARCH." WS-WALK-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-REJ-FILENAME
               STRING "EXCARCH." WS-WALK-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-EXC-FILENAME
           ELSE
               STRING "REJARCH." WS-WALK-DATE "." WS-WALK-CYCLE
                   ".DAT"
                   DELIMITED BY SIZE INTO WS-REJ-FILENAME
               STRING "EXCARCH." WS-WALK-DATE "." WS-WALK-CYCLE
                   ".DAT"
                   DELIMITED BY SIZE INTO WS-EXC-FILENAME
           END-IF
           PERFORM SEARCH-REJECT-GENERATION
           PERFORM SEARCH-EXCEPTION-GENERATION.

       SEARCH-REJECT-GENERATION.
           OPEN INPUT REJ-ARCHIVE-FILE
           IF WS-REJARCH-STATUS = "00"
                   OR (WS-KEY-IS-CODE-SW = "Y"
                       AND RA-REASON-CODE = WS-SEARCH-KEY(1:4))
               MOVE WS-WALK-DATE TO SL-GEN-DATE
               MOVE WS-WALK-CYCLE TO SL-GEN-CYCLE
               MOVE "REJ" TO SL-TYPE
               MOVE RA-REJECT-DATA TO SL-DETAIL
               WRITE SEARCH-REPORT-REC FROM SEARCH-LINE

       WRITE-EXCEPTION-MATCH.
           MOVE WS-WALK-DATE TO SL-GEN-DATE
           MOVE WS-WALK-CYCLE TO SL-GEN-CYCLE
           MOVE "EXC" TO SL-TYPE
           MOVE EA-EXC-DATA TO SL-DETAIL
           WRITE SEARCH-REPORT-REC FROM SEARCH-LINE
       MATCH-RUNLOG-RECORD.
           IF RL-PROGRAM-ID = WS-SEARCH-KEY
               MOVE WS-WALK-DATE TO SL-GEN-DATE
               MOVE WS-WALK-CYCLE TO SL-GEN-CYCLE
               MOVE "RUN" TO SL-TYPE
               MOVE RUN-LOG-RECORD TO SL-DETAIL
               WRITE SEARCH-REPORT-REC FROM SEARCH-LINE
           IF WS-KEY-IS-ID-SW = "Y"
                   AND MA-TR-ID = WS-SEARCH-KEY(1:9)
               MOVE WS-WALK-DATE TO SL-GEN-DATE
               MOVE WS-WALK-CYCLE TO SL-GEN-CYCLE
               MOVE "AUD" TO SL-TYPE
               MOVE MASTER-AUDIT-RECORD TO SL-DETAIL
               WRITE SEARCH-REPORT-REC FROM SEARCH-LINE
