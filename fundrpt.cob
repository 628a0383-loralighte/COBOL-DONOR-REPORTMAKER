      *                  line ties back to the TOTAL DONATIONS figure
      *                  on the report.cob donation list, since both
      *                  roll up every record on Gifts.dat.
      * 10/15/26 TMB      Gift reversals list with their negative
      *                  amount and a REVERSAL note (the gift they
      *                  reverse is noted REVERSED), and the fund and
      *                  grand totals are signed so the two net out.
      *                  Neither counts toward GIFTS THIS FUND, so the
      *                  average gift is over the gifts that stood.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FUNDRPT.
       01 WSHoldDonorID    PIC 9(05) VALUE ZERO.
       01 WSFundGiftCount  PIC 9(05) VALUE ZERO.
       01 WSFundDonorCount PIC 9(05) VALUE ZERO.
       01 WSFundTotalAmt   PIC S9(07)V99 VALUE ZERO.
       01 WSFundAvgAmt     PIC S9(07)V99 VALUE ZERO.
       01 WSTotalRecs      PIC 9(05) VALUE ZERO.
       01 WSTotalAmt       PIC S9(07)V99 VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(27) VALUE "GIVING SUMMARY BY FUND".
       01 PageFooting.
           02 FILLER       PIC X(4) VALUE SPACE.
           02 PrintGiftDate PIC 9(8).
           02 FILLER       PIC X(14) VALUE SPACE.
           02 PrintGiftAmt PIC 9(5)V99-.
           02 FILLER       PIC X(2) VALUE SPACE.
           02 PrintGiftRev PIC X(8).
       01 FundSubTotalLine.
           02 FILLER          PIC X(24) VALUE "  FUND TOTAL:          ".
           02 PrintFundTotal  PIC Z(6)9.99-.
       01 FundGiftCountLine.
           02 FILLER          PIC X(24) VALUE "  GIFTS THIS FUND:     ".
           02 PrintFundGifts  PIC ZZZZ9.
           02 PrintFundDonors PIC ZZZZ9.
       01 FundAvgLine.
           02 FILLER          PIC X(24) VALUE "  AVERAGE GIFT:        ".
           02 PrintFundAvg    PIC Z(6)9.99-.
       01 SummaryHeading  PIC X(24) VALUE "FUND REPORT GRAND TOTAL".
       01 SummaryRecCount.
           02 FILLER         PIC X(24) VALUE "TOTAL GIFT RECORDS:    ".
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
                 ADD 1 TO WSFundGiftCount
           END-EVALUATE
           WRITE PrintLine FROM FundDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           ADD GiftAmount OF SortRecord TO WSFundTotalAmt
           ADD 1 TO WSTotalRecs
           ADD GiftAmount OF SortRecord TO WSTotalAmt
