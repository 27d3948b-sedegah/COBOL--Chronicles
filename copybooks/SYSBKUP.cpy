      * System backup image - SYSBKUP.ccyymmdd.DAT in Session
      * 06/data, one generation per business date, written by
      * SYSTEM-BACKUP and read by RESTORE-VERIFY. Every file on the
      * backup catalog gets one HDR record, one DTL record per data
      * record (indexed files in key order, sequential files in file
      * order), and one TRL record carrying the count and the two
      * hash totals of that file's records:
      *   byte hash      the sum of every byte's collating position
      *                  over BC-RECORD-LENGTH bytes
      *   weighted hash  the same positions, each multiplied by its
      *                  column, so a shifted or transposed field
      *                  changes it even where the byte sum holds
      * A file absent at backup time still gets its HDR and a zero
      * TRL. The same totals are kept apart from the image in the
      * SYSMANF.cpy manifest, so a damaged image cannot vouch for
      * itself.
       01  SYSTEM-BACKUP-HEADER.
           05  SBH-RECORD-TYPE     PIC X(3).
           05  SBH-FILE-ID         PIC X(8).
           05  SBH-ORGANIZATION    PIC X.
           05  SBH-RECORD-LENGTH   PIC 9(3).
           05  SBH-PATH            PIC X(40).

       01  SYSTEM-BACKUP-DETAIL.
           05  SBD-RECORD-TYPE     PIC X(3).
           05  SBD-FILE-ID         PIC X(8).
           05  SBD-IMAGE           PIC X(200).

       01  SYSTEM-BACKUP-TRAILER.
           05  SBT-RECORD-TYPE     PIC X(3).
           05  SBT-FILE-ID         PIC X(8).
           05  SBT-RECORD-COUNT    PIC 9(9).
           05  SBT-BYTE-HASH       PIC 9(15).
           05  SBT-WEIGHTED-HASH   PIC 9(18).
