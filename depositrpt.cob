      *****************************************************************
      * Program name:    DEPOSITRPT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: deposit listing for the bank
      *                  statement reconciliation. The operator keys
      *                  one deposit batch number, or leaves it blank
      *                  for every batch. Gifts.dat is sorted by
      *                  deposit batch (see batchrec.cpy) then gift
      *                  key, and each batch prints with its header
      *                  from Batches.dat - deposit date, payment
      *                  method and status - followed by every gift
      *                  in it with the donor's name and the check
      *                  number, then the batch's item count and
      *                  total against the expected figures on the
      *                  header and an IN BALANCE / OUT OF BALANCE
      *                  verdict. Gifts with no batch (posted before
      *                  deposit batches, or by SCHEDRUN) are not
      *                  listed. Output is DepositReport.rpt.
      * 10/15/26 TMB      Stock and in-kind gifts are left off the
      *                  listing and out of the batch totals - they are
      *                  not on the deposit slip, and BATCHMAINT no
      *                  longer counts them at release.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPOSITRPT.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftFile ASSIGN TO "Gifts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GiftKey
           FILE STATUS IS WSGiftStatus.
           SELECT BatchFile ASSIGN TO "Batches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BatchID
           FILE STATUS IS WSBatchStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT DepositReport ASSIGN TO "DepositReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortWorkFile ASSIGN TO "SortWork.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD DepositReport.
       01 PrintLine PIC X(99).
       FD GiftFile.
           COPY "giftrec.cpy".
       FD BatchFile.
           COPY "batchrec.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       SD SortWorkFile.
           COPY "giftrec.cpy" REPLACING GiftRecord BY SortRecord.
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSSortEOFSwitch  PIC X(01) VALUE 'N'.
           88 WSSortEOF    VALUE 'Y'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSBatchStatus    PIC X(02) VALUE '00'.
           88 WSBatchFileOK  VALUE '00'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSBatchInput     PIC X(05).
       01 WSSelectBatch    PIC 9(05) VALUE ZERO.
       01 WSSelectSwitch   PIC X(01) VALUE 'Y'.
           88 WSAllBatches   VALUE 'Y'.
       01 WSInputSwitch    PIC X(01) VALUE 'N'.
           88 WSBatchInputOK VALUE 'Y'.
       01 WSHoldBatchID    PIC 9(05) VALUE ZERO.
       01 WSBatchGiftCount PIC 9(05) VALUE ZERO.
       01 WSBatchTotalAmt  PIC 9(07)V99 VALUE ZERO.
       01 WSBatchCount     PIC 9(05) VALUE ZERO.
       01 WSOutCount       PIC 9(05) VALUE ZERO.
       01 WSTotalRecs      PIC 9(05) VALUE ZERO.
       01 WSTotalAmt       PIC 9(09)V99 VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(27) VALUE "DEPOSIT BATCH LISTING".
       01 PageFooting.
           02 FILLER  PIC X(15) VALUE SPACE.
           02 FILLER  PIC X(7) VALUE "Page : ".
           02 PageNum PIC Z9.
       01 BatchHeading.
           02 FILLER          PIC X(15) VALUE "DEPOSIT BATCH: ".
           02 PrintBatchID    PIC 9(05).
           02 FILLER          PIC X(08) VALUE "  DATE: ".
           02 PrintBatchDate  PIC 9(08).
           02 FILLER          PIC X(10) VALUE "  METHOD: ".
           02 PrintMethod     PIC X(11).
           02 FILLER          PIC X(10) VALUE "  STATUS: ".
           02 PrintBatchStat  PIC X(08).
       01 Head.
           02 FILLER PIC X(08) VALUE " IDNum  ".
           02 FILLER PIC X(32) VALUE "Donor Name".
           02 FILLER PIC X(12) VALUE "Check No.".
           02 FILLER PIC X(06) VALUE "Fund".
           02 FILLER PIC X(10) VALUE "Gift Date".
           02 FILLER PIC X(10) VALUE "    Amount".
       01 DepositDetailLine.
           02 FILLER        PIC X VALUE SPACE.
           02 PrintDonorID  PIC 9(5).
           02 FILLER        PIC X(2) VALUE SPACE.
           02 PrintFirstName PIC X(15).
           02 FILLER        PIC X VALUE SPACE.
           02 PrintLastName PIC X(15).
           02 FILLER        PIC X VALUE SPACE.
           02 PrintCheckNum PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACE.
           02 PrintFundCode PIC X(04).
           02 FILLER        PIC X(2) VALUE SPACE.
           02 PrintGiftDate PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACE.
           02 PrintGiftAmt  PIC ZZ,ZZ9.99.
       01 BatchKeyedLine.
           02 FILLER          PIC X(24) VALUE
              "  ITEMS IN BATCH:".
           02 PrintKeyCount   PIC ZZZZ9.
           02 FILLER          PIC X(10) VALUE "  TOTAL:  ".
           02 PrintKeyAmt     PIC Z(6)9.99.
       01 BatchExpectLine.
           02 FILLER          PIC X(24) VALUE
              "  EXPECTED PER HEADER:  ".
           02 PrintExpCount   PIC ZZZZ9.
           02 FILLER          PIC X(10) VALUE "  TOTAL:  ".
           02 PrintExpAmt     PIC Z(6)9.99.
       01 BatchVerdictLine.
           02 FILLER          PIC X(02) VALUE SPACE.
           02 PrintVerdict    PIC X(24).
       01 SummaryHeading  PIC X(27) VALUE
              "DEPOSIT LISTING GRAND TOTAL".
       01 SummaryBatchCount.
           02 FILLER          PIC X(24) VALUE
              "BATCHES LISTED:".
           02 PrintBatchCount PIC ZZZZ9.
       01 SummaryOutCount.
           02 FILLER          PIC X(24) VALUE
              "BATCHES OUT OF BALANCE: ".
           02 PrintOutCount   PIC ZZZZ9.
       01 SummaryRecCount.
           02 FILLER          PIC X(24) VALUE
              "TOTAL ITEMS:".
           02 PrintTotalRecs  PIC ZZZZ9.
       01 SummaryDeposits.
           02 FILLER          PIC X(24) VALUE
              "TOTAL DEPOSITS:".
           02 PrintTotalAmt   PIC Z(8)9.99.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM GetBatchSelection WITH TEST AFTER
              UNTIL WSBatchInputOK
           OPEN INPUT BatchFile
           IF NOT WSBatchFileOK
              DISPLAY "CANNOT OPEN Batches.dat - FILE STATUS "
                 WSBatchStatus
              DISPLAY "RUN BATCHMAINT TO BUILD THE BATCH FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE BatchFile
              STOP RUN
           END-IF
           OPEN OUTPUT DepositReport
           PERFORM PrintPageHeading
           SORT SortWorkFile
              ON ASCENDING KEY GiftBatchID OF SortRecord
              ON ASCENDING KEY GiftKey OF SortRecord
              INPUT PROCEDURE IS SelectBatchGifts
              OUTPUT PROCEDURE IS PrintBatchBreaks
           PERFORM PrintGrandTotal
           WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3
           LINES
           DISPLAY WSBatchCount " DEPOSIT BATCH(ES) LISTED TO "
              "DepositReport.rpt."
           IF WSOutCount > ZERO
              DISPLAY WSOutCount " BATCH(ES) OUT OF BALANCE."
           END-IF
           CLOSE DepositReport, BatchFile, CustomerFile
           STOP RUN.

       GetBatchSelection.
           DISPLAY "ENTER DEPOSIT BATCH NUMBER (BLANK FOR ALL): "
              WITH NO ADVANCING
           ACCEPT WSBatchInput
           MOVE 'N' TO WSInputSwitch
           IF WSBatchInput = SPACES
              MOVE 'Y' TO WSSelectSwitch
              MOVE 'Y' TO WSInputSwitch
           ELSE
              IF WSBatchInput IS NUMERIC
                 MOVE 'N' TO WSSelectSwitch
                 MOVE WSBatchInput TO WSSelectBatch
                 MOVE 'Y' TO WSInputSwitch
              ELSE
                 DISPLAY "INVALID BATCH NUMBER - NUMBERS ONLY OR "
                    "LEAVE BLANK."
              END-IF
           END-IF.

       SelectBatchGifts.
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              STOP RUN
           END-IF
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM SelectOneGift UNTIL WSEOF
           CLOSE GiftFile.

      * Stock and in-kind gifts are not on the deposit slip.
       SelectOneGift.
           IF GiftBatchID OF GiftRecord > ZERO
              AND NOT GiftTypeNonCash OF GiftRecord
              IF WSAllBatches
                 OR GiftBatchID OF GiftRecord = WSSelectBatch
                 MOVE GiftRecord TO SortRecord
                 RELEASE SortRecord
              END-IF
           END-IF
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ.

       PrintPageHeading.
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
           MOVE 1 TO LineCount
           ADD 1 TO PageCount.

       PrintBatchBreaks.
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN
           IF NOT WSSortEOF
              MOVE GiftBatchID OF SortRecord TO WSHoldBatchID
              PERFORM PrintBatchHeading
              PERFORM PrintBatchBody UNTIL WSSortEOF
              PERFORM PrintBatchTotals
           END-IF.

       PrintBatchBody.
           IF GiftBatchID OF SortRecord NOT = WSHoldBatchID
              PERFORM PrintBatchTotals
              MOVE GiftBatchID OF SortRecord TO WSHoldBatchID
              PERFORM PrintBatchHeading
           END-IF
           IF NewPageReq
              MOVE PageCount TO PageNum
              WRITE PrintLine FROM PageFooting AFTER ADVANCING 1 LINES
              PERFORM PrintPageHeading
              WRITE PrintLine FROM Head AFTER ADVANCING 2 LINES
              ADD 2 TO LineCount
           END-IF
           PERFORM LookUpDonorName
           MOVE GiftDonorID OF SortRecord  TO PrintDonorID
           MOVE FirstName                  TO PrintFirstName
           MOVE LastName                   TO PrintLastName
           MOVE GiftCheckNum OF SortRecord TO PrintCheckNum
           MOVE GiftFundCode OF SortRecord TO PrintFundCode
           MOVE GiftDate OF SortRecord     TO PrintGiftDate
           MOVE GiftAmount OF SortRecord   TO PrintGiftAmt
           WRITE PrintLine FROM DepositDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           ADD 1 TO WSBatchGiftCount
           ADD GiftAmount OF SortRecord TO WSBatchTotalAmt
           ADD 1 TO WSTotalRecs
           ADD GiftAmount OF SortRecord TO WSTotalAmt
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN.

       PrintBatchHeading.
           MOVE WSHoldBatchID TO BatchID
           READ BatchFile
              KEY IS BatchID
              INVALID KEY
                 MOVE ZERO     TO BatchDate
                 MOVE SPACES   TO BatchPayMethod
                 MOVE SPACES   TO BatchStatus
                 MOVE ZERO     TO BatchExpCount
                 MOVE ZERO     TO BatchExpAmount
           END-READ
           MOVE WSHoldBatchID TO PrintBatchID
           MOVE BatchDate     TO PrintBatchDate
           EVALUATE TRUE
              WHEN BatchPayCheck
                 MOVE "CHECK"       TO PrintMethod
              WHEN BatchPayCash
                 MOVE "CASH"        TO PrintMethod
              WHEN BatchPayCard
                 MOVE "CREDIT CARD" TO PrintMethod
              WHEN BatchPayWeb
                 MOVE "WEB"         TO PrintMethod
              WHEN OTHER
                 MOVE "*UNKNOWN*"   TO PrintMethod
           END-EVALUATE
           EVALUATE TRUE
              WHEN BatchOpen
                 MOVE "OPEN"        TO PrintBatchStat
              WHEN BatchReleased
                 MOVE "RELEASED"    TO PrintBatchStat
              WHEN OTHER
                 MOVE "*NO HDR*"    TO PrintBatchStat
           END-EVALUATE
           WRITE PrintLine FROM BatchHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM Head AFTER ADVANCING 1 LINE
           ADD 3 TO LineCount
           ADD 1 TO WSBatchCount
           MOVE ZERO TO WSBatchGiftCount
           MOVE ZERO TO WSBatchTotalAmt.

       LookUpDonorName.
           MOVE GiftDonorID OF SortRecord TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
           END-READ.

       PrintBatchTotals.
           MOVE WSBatchGiftCount TO PrintKeyCount
           MOVE WSBatchTotalAmt  TO PrintKeyAmt
           MOVE BatchExpCount    TO PrintExpCount
           MOVE BatchExpAmount   TO PrintExpAmt
           IF WSBatchGiftCount = BatchExpCount
              AND WSBatchTotalAmt = BatchExpAmount
              MOVE "IN BALANCE"             TO PrintVerdict
           ELSE
              MOVE "*** OUT OF BALANCE ***" TO PrintVerdict
              ADD 1 TO WSOutCount
           END-IF
           WRITE PrintLine FROM BatchKeyedLine AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM BatchExpectLine AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM BatchVerdictLine AFTER ADVANCING 1
           LINE
           ADD 4 TO LineCount.

       PrintGrandTotal.
           MOVE WSBatchCount TO PrintBatchCount
           MOVE WSOutCount   TO PrintOutCount
           MOVE WSTotalRecs  TO PrintTotalRecs
           MOVE WSTotalAmt   TO PrintTotalAmt
           WRITE PrintLine FROM SummaryHeading AFTER ADVANCING 3
           LINES
           WRITE PrintLine FROM SummaryBatchCount AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM SummaryOutCount AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryRecCount AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryDeposits AFTER ADVANCING 1
           LINE.
