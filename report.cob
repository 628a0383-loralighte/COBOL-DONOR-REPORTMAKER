      *                  still takes its selection from the
      *                  checkpoint record and never prompts, so
      *                  restarts run unattended too.
      * 10/15/26 TMB      Gift reversals print with their negative
      *                  amount and a REVERSAL note, and the gift
      *                  they reverse is noted REVERSED, so the
      *                  donation total (now signed, as is the
      *                  checkpoint total) nets the two out.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  tutorial.
              03 CKSeqNum   PIC 9(3).
           02 CKPageCount   PIC 99.
           02 CKTotalRecs   PIC 9(05).
           02 CKTotalAmt    PIC S9(07)V99.
           02 CKFromDate    PIC 9(08).
           02 CKToDate      PIC 9(08).
       FD ParmFile.
           02 FILLER      PIC X(7) VALUE SPACE.
           02 PrintCustLN PIC X(15).
           02 FILLER      PIC X(7) VALUE SPACE.
           02 PrintCustDA PIC 9(5)V99-.
           02 FILLER      PIC X(2) VALUE SPACE.
           02 PrintCustRev PIC X(8).
       01 SummaryHeading  PIC X(24) VALUE "DONATION REPORT SUMMARY".
       01 SummaryRecCount.
           02 FILLER         PIC X(24) VALUE "TOTAL GIFT RECORDS:    ".
           02 PrintTotalRecs PIC ZZZZ9.
       01 SummaryDonations.
           02 FILLER         PIC X(24) VALUE "TOTAL DONATIONS:       ".
           02 PrintTotalAmt  PIC Z(6)9.99-.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
       01 WSTotalRecs     PIC 9(05)   VALUE ZERO.
       01 WSTotalAmt      PIC S9(07)V99 VALUE ZERO.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           MOVE FirstName    TO PrintCustFN
           MOVE LastName     TO PrintCustLN
           MOVE GiftAmount   TO PrintCustDA
           EVALUATE TRUE
              WHEN GiftIsReversal
                 MOVE "REVERSAL" TO PrintCustRev
              WHEN GiftReversed
                 MOVE "REVERSED" TO PrintCustRev
              WHEN OTHER
                 MOVE SPACES     TO PrintCustRev
           END-EVALUATE
           WRITE PrintLine FROM CustomerDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
