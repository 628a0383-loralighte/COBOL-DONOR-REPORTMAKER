      *                  GiftHist.dat is not on file the history
      *                  side of the merge is skipped silently, same
      *                  as PLEDGERPT and RECONCILE.
      * 10/15/26 TMB      Can now rank by household total: a new
      *                  prompt asks for (D)ONOR or (H)OUSEHOLD. By
      *                  household, the lifetime totals of donors
      *                  linked into a household on Households.dat
      *                  (see hhrec.cpy) are added together and the
      *                  household is ranked once under its
      *                  salutation; donors in no household rank on
      *                  their own as before. A household whose
      *                  address-of-record member is anonymous is left
      *                  out and counted with the anonymous donors.
      *                  Without Households.dat the ranking is by
      *                  donor with a console note. Customer.dat is
      *                  now opened ahead of the sort, since the
      *                  household roll-up reads it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TOPDONORS.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT HouseholdFile ASSIGN TO "Households.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HHID
           FILE STATUS IS WSHHStatus.
           SELECT TopDonorReport ASSIGN TO "TopDonors.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortWorkFile ASSIGN TO "SortWork.tmp".
           COPY "custrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD HouseholdFile.
           COPY "hhrec.cpy".
       SD SortWorkFile.
       01 SortRecord.
           02 SortDonorID  PIC 9(5).
           02 SortTotalAmt PIC 9(7)V99.
           02 SortHouseholdID PIC X(04).
              88 SortNoHousehold VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSHistEOF       VALUE 'Y'.
       01 WSHoldDonorID    PIC 9(05) VALUE ZERO.
       01 WSHoldTotalAmt   PIC 9(07)V99 VALUE ZERO.
       01 WSHHStatus       PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
       01 WSRankModeInput  PIC X(01) VALUE SPACE.
           88 WSHouseholdMode VALUE 'H' 'h'.
       01 WSInHHSwitch     PIC X(01) VALUE 'N'.
           88 WSDonorInHH     VALUE 'Y'.
       01 WSHHCount        PIC 9(05) VALUE ZERO.
      * Household totals, one slot per household number, so the
      * members' totals can be added up as the donors go by.
       01 WSHHTable.
           02 WSHHEntry OCCURS 9999 TIMES.
              03 WSHHUsed     PIC X(01).
              03 WSHHTotalAmt PIC 9(07)V99.
       01 WSHHIX           PIC 9(05) VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(10) VALUE "TOP DONORS".
       01 PageFooting.
       01 TopDonorDetailLine.
           02 FILLER      PIC X VALUE SPACE.
           02 PrintRank   PIC ZZZZ9.
           02 PrintCustName.
              03 PrintCustFN PIC X(15).
              03 FILLER      PIC X(7) VALUE SPACE.
              03 PrintCustLN PIC X(15).
           02 PrintHHName REDEFINES PrintCustName PIC X(37).
           02 FILLER      PIC X(7) VALUE SPACE.
           02 PrintCustDA PIC 9(7)V99.
       01 WSAnonCount     PIC 9(05) VALUE ZERO.
           02 FILLER          PIC X(27) VALUE
              "ANONYMOUS DONORS EXCLUDED: ".
           02 PrintAnonCount  PIC ZZZZ9.
       01 HouseholdRankedLine.
           02 FILLER          PIC X(27) VALUE
              "HOUSEHOLDS RANKED:         ".
           02 PrintHHCount    PIC ZZZZ9.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
       01 WSRank          PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY "RANK BY (D)ONOR OR (H)OUSEHOLD TOTAL? "
              "(BLANK = DONOR): " WITH NO ADVANCING
           ACCEPT WSRankModeInput
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              STOP RUN
           END-IF
           IF WSHouseholdMode
              PERFORM OpenHouseholdFile
           END-IF
           OPEN OUTPUT TopDonorReport
              PERFORM PrintPageHeading
              SORT SortWorkFile
              MOVE WSAnonCount TO PrintAnonCount
              WRITE PrintLine FROM AnonExcludedLine AFTER ADVANCING 3
              LINES
              IF WSHouseholdMode
                 MOVE WSHHCount TO PrintHHCount
                 WRITE PrintLine FROM HouseholdRankedLine AFTER
                 ADVANCING 1 LINES
                 CLOSE HouseholdFile
              END-IF
              WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3
              LINES.
           CLOSE TopDonorReport, CustomerFile.
           STOP RUN.

      * Households.dat is optional: without it the ranking is by
      * donor, as before households were kept.
        OpenHouseholdFile.
           OPEN INPUT HouseholdFile
           IF WSHHFileOK
              INITIALIZE WSHHTable
           ELSE
              DISPLAY "NOTE: Households.dat NOT ON FILE - RANKING BY "
                 "DONOR."
              MOVE SPACE TO WSRankModeInput
           END-IF.

        RollUpDonorTotals.
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
           END-READ
           PERFORM RollUpOneDonor
              UNTIL WSEOF AND WSHistEOF
           IF WSHouseholdMode
              PERFORM ReleaseHouseholdTotal VARYING WSHHIX FROM 1 BY 1
                 UNTIL WSHHIX > 9999
           END-IF
           CLOSE GiftFile
           IF WSHistAvail
              CLOSE HistFile
           END-READ.

        ReleaseDonorTotal.
           MOVE 'N' TO WSInHHSwitch
           IF WSHouseholdMode
              PERFORM AddToHouseholdTotal
           END-IF
           IF NOT WSDonorInHH
              MOVE WSHoldDonorID  TO SortDonorID
              MOVE WSHoldTotalAmt TO SortTotalAmt
              MOVE SPACES         TO SortHouseholdID
              RELEASE SortRecord
           END-IF
           MOVE ZERO TO WSHoldTotalAmt.

      * A donor in a household on file is held back and added to the
      * household's slot; the household is released after the pass.
        AddToHouseholdTotal.
           MOVE WSHoldDonorID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CustHouseholdID IS NUMERIC
                    AND CustHouseholdNum > ZERO
                    MOVE CustHouseholdNum TO HHID
                    READ HouseholdFile
                       KEY IS HHID
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD WSHoldTotalAmt
                             TO WSHHTotalAmt (CustHouseholdNum)
                          MOVE 'Y' TO WSHHUsed (CustHouseholdNum)
                          MOVE 'Y' TO WSInHHSwitch
                    END-READ
                 END-IF
           END-READ.

      * A household ranks under its address-of-record member's ID.
        ReleaseHouseholdTotal.
           IF WSHHUsed (WSHHIX) = 'Y'
              MOVE WSHHIX TO HHID
              READ HouseholdFile
                 KEY IS HHID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HHHeadID               TO SortDonorID
                    MOVE WSHHTotalAmt (WSHHIX) TO SortTotalAmt
                    MOVE HHID                   TO SortHouseholdID
                    RELEASE SortRecord
              END-READ
           END-IF.

        PrintPageHeading.
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
           WRITE PrintLine FROM Head AFTER 3 LINES
           ADD 1 TO PageCount.

        PrintTopDonors.
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN
           PERFORM PrintTopDonorBody UNTIL WSSortEOF.

        PrintTopDonorBody.
           PERFORM LookUpDonorName
           MOVE WSRank         TO PrintRank
           MOVE FirstName      TO PrintCustFN
           MOVE LastName       TO PrintCustLN
           IF NOT SortNoHousehold
              MOVE SortHouseholdID TO HHID
              READ HouseholdFile
                 KEY IS HHID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HHSalutation TO PrintHHName
              END-READ
              ADD 1 TO WSHHCount
           END-IF
           MOVE SortTotalAmt   TO PrintCustDA
           WRITE PrintLine FROM TopDonorDetailLine AFTER
           ADVANCING 1 LINE
