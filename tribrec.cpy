      *****************************************************************
      * Copybook name:   tribrec.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: one record per tribute gift on the
      *                  indexed tribute file Tributes.dat - a gift
      *                  made in memory of (M) or in honor of (H)
      *                  someone. Keyed on donor IDNum plus the GIFT
      *                  DATE plus the gift sequence, the same shape
      *                  as the GiftHist.dat key (see gifthist.cpy):
      *                  the tribute outlives the year-end archive, so
      *                  the bare donor+sequence key would collide when
      *                  GetNextGiftSeq reuses the sequence. The gift
      *                  itself is flagged by GiftTribType (see
      *                  giftrec.cpy). The honoree's name is an
      *                  alternate key so TRIBLIST can list every gift
      *                  made for one person. The notify person and
      *                  mailing address are who TRIBLTRS writes to
      *                  (the family, for a memorial); the notify flag
      *                  is space until that letter prints, Y with the
      *                  print date after, and N when no notify person
      *                  was given so nothing is owed. Captured by
      *                  record.cob and GIFTIMPORT, changed through the
      *                  DONORMAINT gift correction.
      *
      *****************************************************************
       01 TributeRecord.
           02 TribKey.
              03 TribDonorID  PIC 9(5).
              03 TribGiftDate PIC 9(8).
              03 TribSeqNum   PIC 9(3).
           02 TribType        PIC X(01).
              88 TribMemorial     VALUE 'M'.
              88 TribHonor        VALUE 'H'.
              88 TribTypeValid    VALUE 'M' 'H'.
           02 TribHonoree     PIC X(30).
           02 TribNotifyName  PIC X(30).
           02 TribNotifyAddress.
              03 TribNotifyStreet PIC X(25).
              03 TribNotifyCity   PIC X(20).
              03 TribNotifyState  PIC X(02).
              03 TribNotifyZip    PIC X(10).
           02 TribNotifyFlag  PIC X(01).
              88 TribNotifyPending VALUE SPACE.
              88 TribNotified      VALUE 'Y'.
              88 TribNoNotify      VALUE 'N'.
           02 TribNotifyDate  PIC X(08).
           02 FILLER          PIC X(20).
