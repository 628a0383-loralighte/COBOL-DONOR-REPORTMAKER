      *                  DonorAudit.log by record.cob and donormaint.cob
      *                  whenever a donor record is added, corrected,
      *                  or deleted.
      * 10/15/26 TMB      Added action R - a gift reversal (bounced
      *                  check or chargeback) posted through the
      *                  DONORMAINT (R)EVERSE gift action. The amount
      *                  on an R line is the amount taken back off the
      *                  books; it is shown unsigned like every other
      *                  line and is netted as a reduction by AUDITRPT
      *                  and RECONCILE.
      * 10/15/26 TMB      Added AuditOperID: the operator signed on
      *                  (see oprrec.cpy) when an online program wrote
      *                  the line, or the program name when a batch
      *                  run did. Lines written before this change
      *                  have spaces there.
      *
      *****************************************************************
       01 AuditRecord.
               88 AuditActionAdd      VALUE 'A'.
               88 AuditActionCorrect  VALUE 'C'.
               88 AuditActionDelete   VALUE 'D'.
               88 AuditActionReverse  VALUE 'R'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AuditAmount     PIC 9(5).99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AuditDate       PIC 9(8).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AuditTime       PIC 9(8).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AuditOperID     PIC X(10).
