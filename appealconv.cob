      *                  unsolicited. Development can back-fill appeal
      *                  codes on individual gifts through the
      *                  DONORMAINT gift correction afterward.
      * 10/15/26 TMB      Converted gifts are written with deposit
      *                  batch zero (see giftrec.cpy) - they predate
      *                  deposit batches.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPEALCONV.
           MOVE OldGiftFundCode TO GiftFundCode
           MOVE OldGiftDate     TO GiftDate
           MOVE SPACES          TO GiftAppealCode
           MOVE ZERO            TO GiftBatchID
           WRITE GiftRecord
              INVALID KEY
                 ADD 1 TO WSSkipCount
