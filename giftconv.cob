      *                  the reserved filler that giftrec.cpy now
      *                  carries come out as spaces instead of
      *                  leftover storage.
      * 10/15/26 TMB      Converted gifts are written with deposit
      *                  batch zero (see giftrec.cpy) - they predate
      *                  deposit batches.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GIFTCONV.
           MOVE OldDonationAmnt TO GiftAmount
           MOVE OldFundCode     TO GiftFundCode
           MOVE OldDonationDate TO GiftDate
           MOVE ZERO            TO GiftBatchID
           WRITE GiftRecord
              INVALID KEY
                 DISPLAY "GIFT WRITE FAILED FOR DONOR " OldIDNum
