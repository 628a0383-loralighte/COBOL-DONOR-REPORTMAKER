      *****************************************************************
      * Copybook name:   oprrec.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: operator master on the indexed file
      *                  Operators.dat, maintained through OPERMAINT.
      *                  Every online program signs the operator on
      *                  against this file before it does anything
      *                  and refuses the programs and actions the
      *                  operator's role does not allow: E = entry
      *                  clerk, D = development, F = finance,
      *                  A = administrator. A revoked operator stays
      *                  on file, since DonorAudit.log entries carry
      *                  the ID, but can no longer sign on.
      *
      *****************************************************************
       01 OperatorRecord.
           02 OprID          PIC X(08).
           02 OprName        PIC X(30).
           02 OprPassword    PIC X(08).
           02 OprRole        PIC X(01).
              88 OprEntryClerk   VALUE 'E'.
              88 OprDevelopment  VALUE 'D'.
              88 OprFinance      VALUE 'F'.
              88 OprAdmin        VALUE 'A'.
           02 OprStatus      PIC X(01).
              88 OprActive       VALUE 'A'.
              88 OprRevoked      VALUE 'R'.
           02 OprAddDate     PIC 9(08).
           02 FILLER         PIC X(20).
