      * Backup catalog - BKUPCAT.DAT at the repo root next to
      * JOBSCHED.DAT, one card per master, control, audit and
      * reference file SYSTEM-BACKUP takes at the end-of-day
      * consistency point, in the order they are taken.
      *   BC-ORGANIZATION  I  indexed - read and rebuilt in key
      *                       order. SYSTEM-BACKUP and RESTORE-VERIFY
      *                       each carry a reader for every indexed
      *                       file id they know; a card for any
      *                       other indexed id is refused
      *                    S  line sequential - any such file can
      *                       be added by card alone
      *   BC-RECORD-LENGTH the record length the hash totals are
      *                    taken over, at most 200; a record with
      *                    data past it fails the backup rather
      *                    than be cut short
      *   BC-REQUIRED      Y the file must be there at backup time
      *                    N the file may be absent (nothing held,
      *                      nothing in suspense) - its absence is
      *                      recorded in the manifest, and a restore
      *                      removes the file again
      *   BC-PATH          the file, relative to Session 06/data
      *                    where both programs run
       01  BACKUP-CATALOG-RECORD.
           05  BC-FILE-ID          PIC X(8).
           05  FILLER              PIC X.
           05  BC-ORGANIZATION     PIC X.
           05  FILLER              PIC X.
           05  BC-RECORD-LENGTH    PIC 9(3).
           05  FILLER              PIC X.
           05  BC-REQUIRED         PIC X.
           05  FILLER              PIC X.
           05  BC-PATH             PIC X(40).
