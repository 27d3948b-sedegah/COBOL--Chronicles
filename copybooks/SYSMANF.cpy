      * Disaster-recovery manifest - SYSMANF.ccyymmdd.DAT in
      * Session 06/data, written by SYSTEM-BACKUP beside the backup
      * image of the same date (SYSBKUP.cpy). One HDR record for the
      * consistency point, one FIL record per catalogued file with
      * its record count and hash totals - or MFF-PRESENT N when the
      * file did not exist - and one TRL record whose file count,
      * record count and byte-hash total prove the manifest itself
      * complete. RESTORE-VERIFY proves a restore against this
      * file, not against the image it restored from.
       01  MANIFEST-HEADER-RECORD.
           05  MFH-RECORD-TYPE     PIC X(3).
           05  MFH-BUSINESS-DATE   PIC X(8).
           05  MFH-CYCLE           PIC X.
           05  MFH-TAKEN-AT        PIC X(14).

       01  MANIFEST-FILE-RECORD.
           05  MFF-RECORD-TYPE     PIC X(3).
           05  MFF-FILE-ID         PIC X(8).
           05  MFF-ORGANIZATION    PIC X.
           05  MFF-RECORD-LENGTH   PIC 9(3).
           05  MFF-PRESENT         PIC X.
           05  MFF-RECORD-COUNT    PIC 9(9).
           05  MFF-BYTE-HASH       PIC 9(15).
           05  MFF-WEIGHTED-HASH   PIC 9(18).
           05  MFF-PATH            PIC X(40).

       01  MANIFEST-TRAILER-RECORD.
           05  MFT-RECORD-TYPE     PIC X(3).
           05  MFT-FILE-COUNT      PIC 9(3).
           05  MFT-RECORD-COUNT    PIC 9(11).
           05  MFT-BYTE-HASH       PIC 9(18).
