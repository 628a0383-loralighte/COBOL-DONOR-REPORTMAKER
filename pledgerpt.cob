      *                  paid. If GiftHist.dat is not on file the
      *                  history pass is skipped silently, same as
      *                  YEARSTMT and AUDITRPT.
      * 10/15/26 TMB      A gift reversal carries the negative of the
      *                  gift it reverses, so the paid-to-date sum is
      *                  now signed and a bounced pledge payment goes
      *                  back to outstanding - even when the reversed
      *                  gift has since been archived to GiftHist.dat
      *                  and only the reversal is left on Gifts.dat.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PLEDGERPT.
       01 WSTableFullCount PIC 9(05) VALUE ZERO.
       01 WSApplyIX        PIC 9(02) VALUE ZERO.
       01 WSApplySlot      PIC 9(02) VALUE ZERO.
       01 WSPaidRawAmt     PIC S9(7)V99 VALUE ZERO.
       01 WSAvailAmt       PIC 9(7)V99 VALUE ZERO.
       01 WSAppliedThis    PIC 9(7)V99 VALUE ZERO.
       01 WSBalanceAmt     PIC 9(7)V99 VALUE ZERO.
