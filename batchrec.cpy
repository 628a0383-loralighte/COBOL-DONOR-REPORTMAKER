      *****************************************************************
      * Copybook name:   batchrec.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: one header record per bank deposit
      *                  on the indexed deposit batch file
      *                  Batches.dat, keyed on the batch number
      *                  (normally the deposit slip number) and
      *                  maintained through BATCHMAINT. The header
      *                  carries what the bookkeeper's adding-machine
      *                  tape says the deposit holds - expected item
      *                  count and dollar total - and how it was paid
      *                  (CK check, CA cash, CC credit card, WB web).
      *                  record.cob and GIFTIMPORT post every gift
      *                  against an OPEN batch and roll the keyed
      *                  count and total forward as they go; DONORMAINT
      *                  backs corrections and deletes out of them.
      *                  BATCHMAINT releases a batch (status R) only
      *                  when the keyed count and total agree with the
      *                  header, and a released batch takes no more
      *                  gifts and no more gift changes. DEPOSITRPT
      *                  lists each batch with its items and check
      *                  numbers for the bank reconciliation.
      *
      *****************************************************************
       01 BatchRecord.
           02 BatchID          PIC 9(05).
           02 BatchDate        PIC 9(08).
           02 BatchPayMethod   PIC X(02).
              88 BatchPayCheck    VALUE 'CK'.
              88 BatchPayCash     VALUE 'CA'.
              88 BatchPayCard     VALUE 'CC'.
              88 BatchPayWeb      VALUE 'WB'.
              88 BatchPayValid    VALUE 'CK' 'CA' 'CC' 'WB'.
           02 BatchExpCount    PIC 9(05).
           02 BatchExpAmount   PIC 9(07)V99.
           02 BatchKeyCount    PIC 9(05).
           02 BatchKeyAmount   PIC 9(07)V99.
           02 BatchStatus      PIC X(01).
              88 BatchOpen        VALUE 'O'.
              88 BatchReleased    VALUE 'R'.
           02 BatchReleaseDate PIC 9(08).
           02 FILLER           PIC X(20).
