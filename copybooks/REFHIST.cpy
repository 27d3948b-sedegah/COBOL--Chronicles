      * Reference change history - REFHIST.DAT at the repo root next
      * to PARMCARD.DAT, appended by REF-CHANGE and never rewritten.
      * One record per accepted change, numbered in the order it was
      * made, carrying the whole record as it stands after the change
      * and as it stood before, the date it takes effect, who asked
      * and who approved. The first run on a file writes its existing
      * records as B (baseline) entries effective 00000000, so the
      * history always accounts for every record in force.
      *   RH-ACTION  B baseline, A add, C change, D delete, R business
      *              date roll (PARMCARD only)
      *   RH-KEY     the record's key - holiday date, branch code, op
      *              code, client/op/effective date; CARD for the
      *              parameter card knobs and POSITION for the
      *              business date and cycle
      * The record in force for a key on any business date is the
      * entry with the latest effective date on or before it, the
      * later entry winning a tie; a D entry means none.
       01  REFERENCE-HISTORY-RECORD.
           05  RH-SEQ              PIC 9(7).
           05  RH-FILE-ID          PIC X(8).
           05  RH-ACTION           PIC X.
           05  RH-KEY              PIC X(12).
           05  RH-EFF-DATE         PIC X(8).
           05  RH-ENTERED-AT       PIC X(14).
           05  RH-ENTERED-DATE     PIC X(8).
           05  RH-REQUESTER        PIC X(8).
           05  RH-APPROVER         PIC X(8).
           05  RH-REASON           PIC X(20).
           05  RH-AFTER-IMAGE      PIC X(40).
           05  RH-BEFORE-IMAGE     PIC X(40).
