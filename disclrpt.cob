      *****************************************************************
      * Program name:    DISCLRPT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: quid-pro-quo disclosure exception
      *                  report. A payment over $75 that the donor
      *                  received goods or services for (gala ticket,
      *                  auction item - GiftBenefitAmt on giftrec.cpy)
      *                  must be answered with a written statement of
      *                  the deductible amount and the value provided.
      *                  Reads Gifts.dat in key order and lists to
      *                  DisclExcept.rpt every standing gift over $75
      *                  with a benefit whose receipt has not yet
      *                  carried the disclosure (GiftDisclFlag, set by
      *                  LETTERS), with the reason: awaiting its first
      *                  receipt, receipt suppressed by donor status,
      *                  or receipted before the disclosure was on the
      *                  letter - the last is cleared by a LETTERS
      *                  (R)EPRINT. Archived years on GiftHist.dat are
      *                  listed the same way, if the file is on hand,
      *                  so the office can see what went out of
      *                  compliance before the receipts were fixed.
      *                  Reversed gifts and reversal entries are left
      *                  off; the donor owes nothing on them.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISCLRPT.
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
           SELECT HistFile ASSIGN TO "GiftHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT DisclReport ASSIGN TO "DisclExcept.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GiftFile.
           COPY "giftrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD DisclReport.
       01 PrintLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSDisclLimit     PIC 9(05)V99 VALUE 75.00.
       01 WSDonorID        PIC 9(05) VALUE ZERO.
       01 WSAwaitCount     PIC 9(05) VALUE ZERO.
       01 WSSuppressCount  PIC 9(05) VALUE ZERO.
       01 WSNoDisclCount   PIC 9(05) VALUE ZERO.
       01 WSArchCount      PIC 9(05) VALUE ZERO.
       01 WSTotalRecs      PIC 9(05) VALUE ZERO.
       01 WSTotalAmt       PIC S9(07)V99 VALUE ZERO.
       01 WSTotalBenefit   PIC S9(07)V99 VALUE ZERO.
       01 WSFNLen          PIC 99 VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(40) VALUE
              "QUID-PRO-QUO DISCLOSURE EXCEPTIONS".
       01 PageFooting.
           02 FILLER  PIC X(15) VALUE SPACE.
           02 FILLER  PIC X(7) VALUE "Page : ".
           02 PageNum PIC Z9.
       01 Head.
           02 FILLER PIC X(06) VALUE "IDNum ".
           02 FILLER PIC X(27) VALUE "Donor".
           02 FILLER PIC X(04) VALUE "Seq ".
           02 FILLER PIC X(09) VALUE "Date".
           02 FILLER PIC X(05) VALUE "Type ".
           02 FILLER PIC X(10) VALUE "   Amount ".
           02 FILLER PIC X(09) VALUE " Benefit ".
           02 FILLER PIC X(25) VALUE "Reason".
       01 DisclDetailLine.
           02 PrintDonorID    PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintDonorName  PIC X(26).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintSeqNum     PIC 9(3).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftDate   PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftType   PIC X(01).
           02 FILLER          PIC X(04) VALUE SPACE.
           02 PrintGiftAmt    PIC Z(4)9.99-.
           02 FILLER          PIC X VALUE SPACE.
           02 PrintBenefit    PIC Z(4)9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 PrintReason     PIC X(25).
       01 SummaryHeading  PIC X(28) VALUE "DISCLOSURE EXCEPTION TOTALS".
       01 SummaryAwait.
           02 FILLER         PIC X(24) VALUE "AWAITING RECEIPT:       ".
           02 PrintAwait     PIC ZZZZ9.
       01 SummarySuppress.
           02 FILLER         PIC X(24) VALUE "RECEIPT SUPPRESSED:     ".
           02 PrintSuppress  PIC ZZZZ9.
       01 SummaryNoDiscl.
           02 FILLER         PIC X(24) VALUE "RECEIPTED, NO DISCLOSURE".
           02 PrintNoDiscl   PIC ZZZZ9.
       01 SummaryArch.
           02 FILLER         PIC X(24) VALUE "ARCHIVED, NO DISCLOSURE:".
           02 PrintArch      PIC ZZZZ9.
       01 SummaryRecCount.
           02 FILLER         PIC X(24) VALUE "EXCEPTIONS LISTED:      ".
           02 PrintTotalRecs PIC ZZZZ9.
       01 SummaryAmount.
           02 FILLER         PIC X(24) VALUE "TOTAL PAYMENTS:         ".
           02 PrintTotalAmt  PIC Z(6)9.99-.
       01 SummaryBenefit.
           02 FILLER         PIC X(24) VALUE "TOTAL BENEFITS PROVIDED:".
           02 PrintTotalBen  PIC Z(6)9.99-.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE GiftFile
              STOP RUN
           END-IF
           OPEN OUTPUT DisclReport
           PERFORM PrintPageHeading
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM CheckGift UNTIL WSEOF
           PERFORM ProcessHistoryFile
           PERFORM PrintGrandTotal
           WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3
           LINES
           CLOSE DisclReport, GiftFile, CustomerFile
           DISPLAY WSTotalRecs " DISCLOSURE EXCEPTION(S) LISTED TO "
              "DisclExcept.rpt."
           STOP RUN.

       PrintPageHeading.
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
           WRITE PrintLine FROM Head AFTER ADVANCING 2 LINES
           MOVE 3 TO LineCount
           ADD 1 TO PageCount.

       CheckGift.
           IF GiftNotReversed AND GiftAmount > WSDisclLimit
              AND NOT GiftNoBenefit AND NOT GiftDisclosed
              MOVE GiftDonorID TO WSDonorID
              PERFORM LookUpDonorName
              MOVE GiftSeqNum     TO PrintSeqNum
              MOVE GiftDate       TO PrintGiftDate
              MOVE GiftType       TO PrintGiftType
              MOVE GiftAmount     TO PrintGiftAmt
              MOVE GiftBenefitAmt TO PrintBenefit
              EVALUATE TRUE
                 WHEN GiftAcknowledged
                    MOVE "RECEIPTED - NO DISCLOSURE" TO PrintReason
                    ADD 1 TO WSNoDisclCount
                 WHEN DonorDeceased OR DonorNoMail
                    MOVE "RECEIPT SUPPRESSED"        TO PrintReason
                    ADD 1 TO WSSuppressCount
                 WHEN OTHER
                    MOVE "AWAITING RECEIPT"          TO PrintReason
                    ADD 1 TO WSAwaitCount
              END-EVALUATE
              ADD GiftAmount     TO WSTotalAmt
              ADD GiftBenefitAmt TO WSTotalBenefit
              PERFORM PrintDetailLine
           END-IF
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ.

       ProcessHistoryFile.
           OPEN INPUT HistFile
           IF NOT WSHistFileOK
              DISPLAY "NOTE: GiftHist.dat NOT ON FILE - ARCHIVED "
                 "YEARS NOT SEARCHED."
           ELSE
              MOVE 'N' TO WSEOFSwitch
              READ HistFile
                 AT END SET WSEOF TO TRUE
              END-READ
              PERFORM CheckHistGift UNTIL WSEOF
              CLOSE HistFile
           END-IF.

       CheckHistGift.
           IF HistNotReversed AND HistAmount > WSDisclLimit
              AND NOT HistNoBenefit AND NOT HistDisclosed
              MOVE HistDonorID TO WSDonorID
              PERFORM LookUpDonorName
              MOVE HistSeqNum     TO PrintSeqNum
              MOVE HistGiftDate   TO PrintGiftDate
              MOVE HistType       TO PrintGiftType
              MOVE HistAmount     TO PrintGiftAmt
              MOVE HistBenefitAmt TO PrintBenefit
              MOVE "ARCHIVED - NO DISCLOSURE" TO PrintReason
              ADD 1 TO WSArchCount
              ADD HistAmount     TO WSTotalAmt
              ADD HistBenefitAmt TO WSTotalBenefit
              PERFORM PrintDetailLine
           END-IF
           READ HistFile
              AT END SET WSEOF TO TRUE
           END-READ.

       PrintDetailLine.
           IF NewPageReq
              MOVE PageCount TO PageNum
              WRITE PrintLine FROM PageFooting AFTER ADVANCING 1 LINES
              PERFORM PrintPageHeading
           END-IF
           MOVE WSDonorID TO PrintDonorID
           WRITE PrintLine FROM DisclDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           ADD 1 TO WSTotalRecs.

       LookUpDonorName.
           MOVE WSDonorID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
                 MOVE SPACE       TO DonorStatus
           END-READ
           MOVE 15 TO WSFNLen
           PERFORM TrimFirstNameLen UNTIL WSFNLen = 0
              OR FirstName(WSFNLen:1) NOT = SPACE
           IF WSFNLen = 0
              MOVE 1 TO WSFNLen
           END-IF
           MOVE SPACES TO PrintDonorName
           STRING FirstName(1:WSFNLen) DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  LastName             DELIMITED SIZE
                  INTO PrintDonorName
           END-STRING.

       TrimFirstNameLen.
           SUBTRACT 1 FROM WSFNLen.

       PrintGrandTotal.
           MOVE WSAwaitCount    TO PrintAwait
           MOVE WSSuppressCount TO PrintSuppress
           MOVE WSNoDisclCount  TO PrintNoDiscl
           MOVE WSArchCount     TO PrintArch
           MOVE WSTotalRecs     TO PrintTotalRecs
           MOVE WSTotalAmt      TO PrintTotalAmt
           MOVE WSTotalBenefit  TO PrintTotalBen
           WRITE PrintLine FROM SummaryHeading AFTER ADVANCING 3
           LINES
           WRITE PrintLine FROM SummaryAwait AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM SummarySuppress AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryNoDiscl AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryArch AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryRecCount AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryAmount AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryBenefit AFTER ADVANCING 1
           LINE.
