      *****************************************************************
      * Program name:    TRIBLIST
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: tribute listing by honoree. Reads
      *                  the tribute file Tributes.dat (see
      *                  tribrec.cpy) in honoree-name order on its
      *                  alternate key and prints TributeList.rpt:
      *                  one heading per honoree, then every tribute
      *                  gift made for that person - memory or honor,
      *                  donor, gift date, amount, the person notified
      *                  and when TRIBLTRS sent the letter - with a
      *                  count and total per honoree, so the office
      *                  can answer "what has come in for Mother" from
      *                  the family. The operator may key the start of
      *                  an honoree's name to list just that person
      *                  (blank lists every honoree). The amount comes
      *                  from the gift on Gifts.dat, or GiftHist.dat
      *                  once archived; a reversed gift is listed but
      *                  left out of the honoree's count and total.
      *                  Donors flagged anonymous print only as
      *                  ANONYMOUS, as on the TRIBLTRS letters, since
      *                  the list may be shared with the family.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRIBLIST.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TributeFile ASSIGN TO "Tributes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TribKey
           ALTERNATE RECORD KEY IS TribHonoree WITH DUPLICATES
           FILE STATUS IS WSTribStatus.
           SELECT GiftFile ASSIGN TO "Gifts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GiftKey
           FILE STATUS IS WSGiftStatus.
           SELECT HistFile ASSIGN TO "GiftHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT TributeReport ASSIGN TO "TributeList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TributeFile.
           COPY "tribrec.cpy".
       FD GiftFile.
           COPY "giftrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD TributeReport.
       01 PrintLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSTribStatus     PIC X(02) VALUE '00'.
           88 WSTribFileOK   VALUE '00'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSHistCtlSwitch  PIC X(01) VALUE 'N'.
           88 WSHistCtlOn      VALUE 'Y'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSGiftState      PIC X(01) VALUE SPACE.
           88 WSGiftStanding   VALUE 'S'.
           88 WSGiftWasReversed VALUE 'R'.
           88 WSGiftMissing    VALUE 'M'.
       01 WSHonoreeInput   PIC X(30) VALUE SPACE.
       01 WSHonoreeLen     PIC 99 VALUE ZERO.
       01 WSHoldHonoree    PIC X(30) VALUE SPACE.
       01 WSGiftAmt        PIC S9(05)V99 VALUE ZERO.
       01 WSHonGiftCount   PIC 9(05) VALUE ZERO.
       01 WSHonTotalAmt    PIC S9(07)V99 VALUE ZERO.
       01 WSHonoreeCount   PIC 9(05) VALUE ZERO.
       01 WSTotalRecs      PIC 9(05) VALUE ZERO.
       01 WSTotalAmt       PIC S9(07)V99 VALUE ZERO.
       01 WSFNLen          PIC 99 VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(27) VALUE "TRIBUTE GIFTS BY HONOREE".
       01 PageFooting.
           02 FILLER  PIC X(15) VALUE SPACE.
           02 FILLER  PIC X(7) VALUE "Page : ".
           02 PageNum PIC Z9.
       01 HonoreeHeading.
           02 FILLER        PIC X(09) VALUE "HONOREE: ".
           02 PrintHonoree  PIC X(30).
       01 Head.
           02 FILLER PIC X(06) VALUE " TYPE ".
           02 FILLER PIC X(06) VALUE "IDNum ".
           02 FILLER PIC X(27) VALUE "Donor".
           02 FILLER PIC X(09) VALUE "Date".
           02 FILLER PIC X(10) VALUE "   Amount".
           02 FILLER PIC X(21) VALUE "Notified".
           02 FILLER PIC X(08) VALUE "Sent".
       01 TribDetailLine.
           02 FILLER          PIC X VALUE SPACE.
           02 PrintTribType   PIC X(04).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintDonorID    PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintDonorName  PIC X(26).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftDate   PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftAmt    PIC Z(4)9.99-.
           02 FILLER          PIC X VALUE SPACE.
           02 PrintNotify     PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintSent       PIC X(08).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftNote   PIC X(08).
       01 HonoreeTotalLine.
           02 FILLER        PIC X(24) VALUE "  HONOREE TOTAL:        ".
           02 PrintHonTotal   PIC Z(6)9.99-.
       01 HonoreeCountLine.
           02 FILLER        PIC X(24) VALUE "  GIFTS THIS HONOREE:   ".
           02 PrintHonGifts   PIC ZZZZ9.
       01 SummaryHeading  PIC X(28) VALUE "TRIBUTE LISTING GRAND TOTAL".
       01 SummaryHonorees.
           02 FILLER         PIC X(24) VALUE "HONOREES LISTED:       ".
           02 PrintHonorees  PIC ZZZZ9.
       01 SummaryRecCount.
           02 FILLER         PIC X(24) VALUE "TRIBUTE GIFTS LISTED:  ".
           02 PrintTotalRecs PIC ZZZZ9.
       01 SummaryDonations.
           02 FILLER         PIC X(24) VALUE "TOTAL TRIBUTE GIFTS:   ".
           02 PrintTotalAmt  PIC Z(6)9.99-.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
           OPEN INPUT TributeFile
           IF NOT WSTribFileOK
              DISPLAY "CANNOT OPEN Tributes.dat - FILE STATUS "
                 WSTribStatus
              DISPLAY "NO TRIBUTE GIFTS HAVE BEEN ENTERED - NOTHING "
                 "TO LIST."
              STOP RUN
           END-IF
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE TributeFile
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE TributeFile, GiftFile
              STOP RUN
           END-IF
           OPEN INPUT HistFile
           IF WSHistFileOK
              MOVE 'Y' TO WSHistCtlSwitch
           END-IF
           DISPLAY "ENTER HONOREE NAME OR THE START OF IT (BLANK FOR "
              "ALL): " WITH NO ADVANCING
           ACCEPT WSHonoreeInput
           MOVE 30 TO WSHonoreeLen
           PERFORM TrimHonoreeLen UNTIL WSHonoreeLen = 0
              OR WSHonoreeInput(WSHonoreeLen:1) NOT = SPACE
           OPEN OUTPUT TributeReport
           PERFORM PrintPageHeading
           MOVE WSHonoreeInput TO TribHonoree
           START TributeFile KEY IS NOT LESS THAN TribHonoree
              INVALID KEY SET WSEOF TO TRUE
           END-START
           IF NOT WSEOF
              PERFORM ReadNextTribute
           END-IF
           IF NOT WSEOF
              MOVE TribHonoree TO WSHoldHonoree
              PERFORM PrintHonoreeHeading
              PERFORM PrintTribBody UNTIL WSEOF
              PERFORM PrintHonoreeTotals
           END-IF
           PERFORM PrintGrandTotal
           WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3
           LINES
           CLOSE TributeReport, TributeFile, GiftFile, CustomerFile
           IF WSHistCtlOn
              CLOSE HistFile
           END-IF
           DISPLAY WSTotalRecs " TRIBUTE GIFT(S) LISTED TO "
              "TributeList.rpt."
           STOP RUN.

       TrimHonoreeLen.
           SUBTRACT 1 FROM WSHonoreeLen.

      * With a name keyed, the listing ends at the first honoree that
      * no longer starts with it.
       ReadNextTribute.
           READ TributeFile NEXT RECORD
              AT END SET WSEOF TO TRUE
           END-READ
           IF NOT WSEOF AND WSHonoreeLen > 0
              IF TribHonoree(1:WSHonoreeLen) NOT =
                 WSHonoreeInput(1:WSHonoreeLen)
                 SET WSEOF TO TRUE
              END-IF
           END-IF.

       PrintPageHeading.
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
           MOVE 1 TO LineCount
           ADD 1 TO PageCount.

       PrintTribBody.
           IF TribHonoree NOT = WSHoldHonoree
              PERFORM PrintHonoreeTotals
              MOVE TribHonoree TO WSHoldHonoree
              PERFORM PrintHonoreeHeading
           END-IF
           IF NewPageReq
              MOVE PageCount TO PageNum
              WRITE PrintLine FROM PageFooting AFTER ADVANCING 1 LINES
              PERFORM PrintPageHeading
           END-IF
           IF TribMemorial
              MOVE "MEM " TO PrintTribType
           ELSE
              MOVE "HON " TO PrintTribType
           END-IF
           MOVE TribDonorID  TO PrintDonorID
           PERFORM LookUpDonorName
           MOVE TribGiftDate TO PrintGiftDate
           PERFORM LookUpTribGift
           MOVE WSGiftAmt    TO PrintGiftAmt
           MOVE TribNotifyName TO PrintNotify
           EVALUATE TRUE
              WHEN TribNotified
                 MOVE TribNotifyDate TO PrintSent
              WHEN TribNoNotify
                 MOVE "NONE"         TO PrintSent
              WHEN OTHER
                 MOVE "PENDING"      TO PrintSent
           END-EVALUATE
           EVALUATE TRUE
              WHEN WSGiftWasReversed
                 MOVE "REVERSED" TO PrintGiftNote
              WHEN WSGiftMissing
                 MOVE "NO GIFT"  TO PrintGiftNote
              WHEN OTHER
                 MOVE SPACES     TO PrintGiftNote
                 ADD 1 TO WSHonGiftCount
                 ADD WSGiftAmt TO WSHonTotalAmt
                 ADD 1 TO WSTotalRecs
                 ADD WSGiftAmt TO WSTotalAmt
           END-EVALUATE
           WRITE PrintLine FROM TribDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           PERFORM ReadNextTribute.

       PrintHonoreeHeading.
           MOVE WSHoldHonoree TO PrintHonoree
           WRITE PrintLine FROM HonoreeHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM Head AFTER ADVANCING 1 LINE
           ADD 3 TO LineCount
           ADD 1 TO WSHonoreeCount
           MOVE ZERO TO WSHonGiftCount
           MOVE ZERO TO WSHonTotalAmt.

       LookUpDonorName.
           MOVE TribDonorID TO IDNum
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
           IF DonorAnonymous
              MOVE "ANONYMOUS" TO PrintDonorName
           ELSE
              STRING FirstName(1:WSFNLen) DELIMITED SIZE
                     " "                  DELIMITED SIZE
                     LastName             DELIMITED SIZE
                     INTO PrintDonorName
              END-STRING
           END-IF.

       TrimFirstNameLen.
           SUBTRACT 1 FROM WSFNLen.

      * The gift may still be on Gifts.dat or may have been archived
      * to GiftHist.dat; the date check guards against a sequence
      * number reused on Gifts.dat after the archive.
       LookUpTribGift.
           SET WSGiftMissing TO TRUE
           MOVE ZERO TO WSGiftAmt
           MOVE TribDonorID TO GiftDonorID
           MOVE TribSeqNum  TO GiftSeqNum
           READ GiftFile
              KEY IS GiftKey
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF GiftDate = TribGiftDate
                    MOVE GiftAmount TO WSGiftAmt
                    IF GiftNotReversed
                       SET WSGiftStanding TO TRUE
                    ELSE
                       SET WSGiftWasReversed TO TRUE
                    END-IF
                 END-IF
           END-READ
           IF WSGiftMissing AND WSHistCtlOn
              MOVE TribDonorID  TO HistDonorID
              MOVE TribGiftDate TO HistGiftDate
              MOVE TribSeqNum   TO HistSeqNum
              READ HistFile
                 KEY IS HistKey
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HistAmount TO WSGiftAmt
                    IF HistNotReversed
                       SET WSGiftStanding TO TRUE
                    ELSE
                       SET WSGiftWasReversed TO TRUE
                    END-IF
              END-READ
           END-IF.

       PrintHonoreeTotals.
           MOVE WSHonTotalAmt  TO PrintHonTotal
           MOVE WSHonGiftCount TO PrintHonGifts
           WRITE PrintLine FROM HonoreeTotalLine AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM HonoreeCountLine AFTER ADVANCING 1
           LINE
           ADD 3 TO LineCount.

       PrintGrandTotal.
           MOVE WSHonoreeCount TO PrintHonorees
           MOVE WSTotalRecs    TO PrintTotalRecs
           MOVE WSTotalAmt     TO PrintTotalAmt
           WRITE PrintLine FROM SummaryHeading AFTER ADVANCING 3
           LINES
           WRITE PrintLine FROM SummaryHonorees AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM SummaryRecCount AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryDonations AFTER ADVANCING 1
           LINE.
