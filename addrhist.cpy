      *****************************************************************
      * Copybook name:   addrhist.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: address-history record for
      *                  AddrHist.dat, indexed on AHKey. One record is
      *                  written each time a donor's address or
      *                  mailing status is changed from the mail
      *                  house's NCOA correction file (NCOAIMPORT),
      *                  holding the address and DonorStatus as they
      *                  were before the change, so an old address is
      *                  never lost. AHSeqNum numbers the changes to
      *                  one donor on one day from 01. AHChangeType is
      *                  M for a move to a forwarding address or U
      *                  for undeliverable with no forwarding address
      *                  (donor set to do-not-mail). AHMoveDate is the
      *                  move date the vendor reported (zero if none).
      *
      *****************************************************************
       01 AddrHistRecord.
           02 AHKey.
              03 AHDonorID     PIC 9(5).
              03 AHChangeDate  PIC 9(8).
              03 AHSeqNum      PIC 9(2).
           02 AHOldAddress.
              03 AHOldStreet   PIC X(25).
              03 AHOldCity     PIC X(20).
              03 AHOldState    PIC X(02).
              03 AHOldZip      PIC X(10).
           02 AHOldStatus      PIC X(01).
           02 AHChangeType     PIC X(01).
              88 AHMove            VALUE 'M'.
              88 AHUndeliverable   VALUE 'U'.
           02 AHSource         PIC X(10).
           02 AHMoveDate       PIC 9(8).
           02 FILLER           PIC X(20).
