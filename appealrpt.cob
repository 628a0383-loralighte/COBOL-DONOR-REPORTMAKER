      *                  the front as unsolicited. Development uses
      *                  this to decide which mailings to repeat
      *                  next year.
      * 10/15/26 TMB      Gift reversals carry the appeal code of the
      *                  gift they reverse and list under it with a
      *                  negative amount and a REVERSAL note (the
      *                  reversed gift is noted REVERSED). Appeal and
      *                  grand totals are signed so the pair nets out,
      *                  and neither counts toward GIFTS THIS APPEAL
      *                  or the average gift, same as FUNDRPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPEALRPT.
       01 WSApplGiftCount  PIC 9(05) VALUE ZERO.
       01 WSApplNewCount   PIC 9(05) VALUE ZERO.
       01 WSApplRptCount   PIC 9(05) VALUE ZERO.
       01 WSApplTotalAmt   PIC S9(07)V99 VALUE ZERO.
       01 WSApplAvgAmt     PIC S9(07)V99 VALUE ZERO.
       01 WSTotalRecs      PIC 9(05) VALUE ZERO.
       01 WSTotalAmt       PIC S9(07)V99 VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(30) VALUE "APPEAL RESPONSE ANALYSIS".
       01 PageFooting.
           02 FILLER        PIC X(4) VALUE SPACE.
           02 PrintGiftDate PIC 9(8).
           02 FILLER        PIC X(14) VALUE SPACE.
           02 PrintGiftAmt  PIC 9(5)V99-.
           02 FILLER        PIC X(2) VALUE SPACE.
           02 PrintGiftRev  PIC X(8).
       01 ApplSubTotalLine.
           02 FILLER          PIC X(24) VALUE "  APPEAL TOTAL:        ".
           02 PrintApplTotal  PIC Z(6)9.99-.
       01 ApplGiftCountLine.
           02 FILLER          PIC X(24) VALUE "  GIFTS THIS APPEAL:   ".
           02 PrintApplGifts  PIC ZZZZ9.
       01 ApplAvgLine.
           02 FILLER          PIC X(24) VALUE "  AVERAGE GIFT:        ".
           02 PrintApplAvg    PIC Z(6)9.99-.
       01 ApplNewCountLine.
           02 FILLER          PIC X(24) VALUE "  NEW DONORS:          ".
           02 PrintApplNew    PIC ZZZZ9.
           02 PrintTotalRecs PIC ZZZZ9.
       01 SummaryDonations.
           02 FILLER         PIC X(24) VALUE "TOTAL DONATIONS:       ".
           02 PrintTotalAmt  PIC Z(6)9.99-.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
           MOVE GiftDonorID OF SortRecord TO PrintDonorID
           MOVE GiftDate OF SortRecord    TO PrintGiftDate
           MOVE GiftAmount OF SortRecord  TO PrintGiftAmt
           EVALUATE TRUE
              WHEN GiftIsReversal OF SortRecord
                 MOVE "REVERSAL" TO PrintGiftRev
              WHEN GiftReversed OF SortRecord
                 MOVE "REVERSED" TO PrintGiftRev
              WHEN OTHER
                 MOVE SPACES     TO PrintGiftRev
                 ADD 1 TO WSApplGiftCount
           END-EVALUATE
           WRITE PrintLine FROM AppealDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           ADD GiftAmount OF SortRecord TO WSApplTotalAmt
           ADD 1 TO WSTotalRecs
           ADD GiftAmount OF SortRecord TO WSTotalAmt
