      * Grade-certification control card - CERTCTL.DAT in Session
      * 05/data, read by GRADE-CERT. CL-DEADLINE-BUSDAYS is how many
      * business days a section may wait for its instructor's
      * certification before it is flagged overdue on CERTRPT.RPT
      * and raised as a CERTLATE warning on ALERTS.DAT every run
      * until it is certified. With no card, or a card that is not
      * numeric, the deadline is 5 business days.
       01  CERT-CONTROL-RECORD.
           05  CL-DEADLINE-BUSDAYS PIC 9(3).
