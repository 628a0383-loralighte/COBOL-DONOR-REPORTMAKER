      *****************************************************************
      * Program name:    LAPSERPT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: lapsed-donor and retention report
      *                  for the fall renewal appeal. The operator
      *                  keys a report year (blank for the current
      *                  year), or it is read from LapseRpt.parm
      *                  (CCYY in columns 1-4) for the overnight
      *                  scheduler. Gifts.dat and the GIFTARCH
      *                  history file GiftHist.dat are merged by
      *                  donor ID the same way TOPDONORS does it, and
      *                  each donor's giving through the end of the
      *                  report year is classified:
      *                    - LYBUNT: gave last year but not this year
      *                    - SYBUNT: gave in some earlier year but
      *                      neither last year nor this year
      *                  Lapsed donors print to LapseReport.rpt,
      *                  LYBUNT first, each group largest lifetime
      *                  giving first, with the last gift's date,
      *                  amount and fund and the lifetime total.
      *                  Donors flagged deceased or do-not-mail on
      *                  Customer.dat are left off the list and
      *                  counted on a SUPPRESSED line. A reversed
      *                  gift and its reversal never count as giving
      *                  in a year or as the last gift, but both net
      *                  into the lifetime total. Gifts dated after
      *                  the report year are ignored, so a past year
      *                  can be rerun as it stood. The report closes
      *                  with the retention figures the board asks
      *                  for - donors retained from the prior year,
      *                  new, reactivated and lapsed donors, and the
      *                  retention rate (retained over prior-year
      *                  donors) - counted over every donor, whatever
      *                  the contact status. Every run appends a
      *                  one-line result record to BatchRun.log (see
      *                  runlog.cpy). If GiftHist.dat is not on file
      *                  the history side of the merge is skipped
      *                  silently, same as TOPDONORS.
      * 10/15/26 TMB      Can now report by household: a new prompt
      *                  asks for (D)ONOR or (H)OUSEHOLD, or an H in
      *                  column 5 of LapseRpt.parm. By household, the
      *                  gifts of donors linked into a household on
      *                  Households.dat (see hhrec.cpy) are pooled -
      *                  the household has given in a year if any
      *                  member gave - and the household is classified,
      *                  ranked and counted once under its salutation
      *                  and its address-of-record member's ID, so a
      *                  spouse who gives for the couple does not list
      *                  the other as lapsed. Donors in no household
      *                  are reported on their own as before. Without
      *                  Households.dat the report is by donor with a
      *                  console note.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAPSERPT.
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
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT HistFile ASSIGN TO "GiftHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT HouseholdFile ASSIGN TO "Households.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HHID
           FILE STATUS IS WSHHStatus.
           SELECT LapseReport ASSIGN TO "LapseReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParmFile ASSIGN TO "LapseRpt.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
           SELECT RunLogFile ASSIGN TO "BatchRun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunLogStatus.
           SELECT SortWorkFile ASSIGN TO "SortWork.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD LapseReport.
       01 PrintLine PIC X(99).
       FD GiftFile.
           COPY "giftrec.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD HouseholdFile.
           COPY "hhrec.cpy".
       FD ParmFile.
       01 ParmRecord.
           02 ParmRptYear   PIC X(04).
           02 ParmHHMode    PIC X(01).
              88 ParmHousehold VALUE 'H' 'h'.
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       SD SortWorkFile.
       01 SortRecord.
           02 SortLapseType   PIC X(01).
           02 SortLifetimeAmt PIC S9(7)V99.
           02 SortDonorID     PIC 9(5).
           02 SortLastDate    PIC 9(8).
           02 SortLastAmt     PIC S9(5)V99.
           02 SortLastFund    PIC X(04).
           02 SortHouseholdID PIC X(04).
              88 SortNoHousehold VALUE SPACES.
       WORKING-STORAGE SECTION.
           COPY "runlog.cpy".
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSSortEOFSwitch  PIC X(01) VALUE 'N'.
           88 WSSortEOF    VALUE 'Y'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSHistCtlSwitch  PIC X(01) VALUE 'N'.
           88 WSHistAvail     VALUE 'Y'.
       01 WSHistEOFSwitch  PIC X(01) VALUE 'Y'.
           88 WSHistEOF       VALUE 'Y'.
       01 WSParmStatus     PIC X(02) VALUE '00'.
           88 WSParmFileOK    VALUE '00'.
       01 WSRunLogStatus   PIC X(02) VALUE '00'.
           88 WSRunLogNotFound VALUE '35'.
       01 WSParmSwitch     PIC X(01) VALUE 'N'.
           88 WSUnattended    VALUE 'Y'.
       01 WSYearInput      PIC X(04) VALUE SPACE.
       01 WSRptYear        PIC 9(04) VALUE ZERO.
       01 WSPriorYear      PIC 9(04) VALUE ZERO.
       01 WSToday          PIC 9(8) VALUE ZERO.
       01 WSTodayGroups    REDEFINES WSToday.
           02 WSTodayYear  PIC 9(4).
           02 WSTodayMonth PIC 9(2).
           02 WSTodayDay   PIC 9(2).
       01 WSNow            PIC 9(8) VALUE ZERO.
      * Per-donor accumulators, cleared as each donor is released.
       01 WSHoldDonorID    PIC 9(05) VALUE ZERO.
       01 WSHoldTotalAmt   PIC S9(07)V99 VALUE ZERO.
       01 WSHoldLastDate   PIC 9(08) VALUE ZERO.
       01 WSHoldLastAmt    PIC S9(05)V99 VALUE ZERO.
       01 WSHoldLastFund   PIC X(04) VALUE SPACE.
       01 WSHoldHHID       PIC X(04) VALUE SPACE.
       01 WSGaveThisSwitch PIC X(01) VALUE 'N'.
           88 WSGaveThisYear  VALUE 'Y'.
       01 WSGavePriorSwitch PIC X(01) VALUE 'N'.
           88 WSGavePriorYear VALUE 'Y'.
       01 WSGaveEarlySwitch PIC X(01) VALUE 'N'.
           88 WSGaveEarlier   VALUE 'Y'.
      * Work fields for the gift being rolled up, from either file.
       01 WSWorkYear       PIC 9(04) VALUE ZERO.
       01 WSWorkDate       PIC 9(08) VALUE ZERO.
       01 WSWorkAmt        PIC S9(05)V99 VALUE ZERO.
       01 WSWorkFund       PIC X(04) VALUE SPACE.
       01 WSWorkRevFlag    PIC X(01) VALUE SPACE.
           88 WSWorkStanding  VALUE SPACE.
      * Household mode: members' held figures are pooled in the
      * household's slot and the household classified after the pass.
       01 WSHHStatus       PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
       01 WSHHModeInput    PIC X(01) VALUE SPACE.
           88 WSHouseholdMode VALUE 'H' 'h'.
       01 WSInHHSwitch     PIC X(01) VALUE 'N'.
           88 WSDonorInHH     VALUE 'Y'.
       01 WSHHTable.
           02 WSHHEntry OCCURS 9999 TIMES.
              03 WSHHUsed      PIC X(01).
              03 WSHHTotalAmt  PIC S9(07)V99.
              03 WSHHLastDate  PIC 9(08).
              03 WSHHLastAmt   PIC S9(05)V99.
              03 WSHHLastFund  PIC X(04).
              03 WSHHGaveThis  PIC X(01).
              03 WSHHGavePrior PIC X(01).
              03 WSHHGaveEarly PIC X(01).
       01 WSHHIX           PIC 9(05) VALUE ZERO.
       01 WSHHSlot         PIC 9(04) VALUE ZERO.
      * Retention figures.
       01 WSPriorCount     PIC 9(05) VALUE ZERO.
       01 WSRetainedCount  PIC 9(05) VALUE ZERO.
       01 WSNewCount       PIC 9(05) VALUE ZERO.
       01 WSReactCount     PIC 9(05) VALUE ZERO.
       01 WSLybuntCount    PIC 9(05) VALUE ZERO.
       01 WSSybuntCount    PIC 9(05) VALUE ZERO.
       01 WSRetentionRate  PIC 9(03)V9 VALUE ZERO.
       01 WSListCount      PIC 9(05) VALUE ZERO.
       01 WSListTotalAmt   PIC S9(07)V99 VALUE ZERO.
       01 WSSuppressCount  PIC 9(05) VALUE ZERO.
       01 WSFNLen          PIC 99 VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(33) VALUE
              "LAPSED DONORS (LYBUNT / SYBUNT) -".
           02 FILLER  PIC X(13) VALUE " REPORT YEAR ".
           02 PrintHeadYear PIC 9(4).
       01 PageFooting.
           02 FILLER  PIC X(15) VALUE SPACE.
           02 FILLER  PIC X(7) VALUE "Page : ".
           02 PageNum PIC Z9.
       01 Head.
           02 FILLER PIC X(08) VALUE "Type    ".
           02 FILLER PIC X(07) VALUE "IDNum  ".
           02 FILLER PIC X(27) VALUE "Name                       ".
           02 FILLER PIC X(12) VALUE "Last Gift   ".
           02 FILLER PIC X(11) VALUE "   Amount  ".
           02 FILLER PIC X(06) VALUE "Fund  ".
           02 FILLER PIC X(11) VALUE "   Lifetime".
       01 LapseDetailLine.
           02 PrintLapseType PIC X(08).
           02 PrintDonorID   PIC 9(5).
           02 FILLER         PIC X(02) VALUE SPACE.
           02 PrintDonorName PIC X(25).
           02 FILLER         PIC X(02) VALUE SPACE.
           02 PrintLastDate  PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACE.
           02 PrintLastAmt   PIC Z(4)9.99-.
           02 FILLER         PIC X(02) VALUE SPACE.
           02 PrintLastFund  PIC X(04).
           02 FILLER         PIC X(02) VALUE SPACE.
           02 PrintLifetime  PIC Z(6)9.99-.
       01 SummaryHeading  PIC X(30) VALUE "DONOR RETENTION SUMMARY".
       01 SummaryPriorLine.
           02 FILLER        PIC X(32) VALUE
              "DONORS GIVING IN PRIOR YEAR    ".
           02 PrintSumPYear PIC 9(4).
           02 FILLER        PIC X(02) VALUE ": ".
           02 PrintPriorCount PIC ZZZZ9.
       01 SummaryRetainedLine.
           02 FILLER        PIC X(38) VALUE
              "RETAINED FROM PRIOR YEAR:".
           02 PrintRetained PIC ZZZZ9.
       01 SummaryNewLine.
           02 FILLER        PIC X(38) VALUE
              "NEW DONORS THIS YEAR:".
           02 PrintNew      PIC ZZZZ9.
       01 SummaryReactLine.
           02 FILLER        PIC X(38) VALUE
              "REACTIVATED DONORS:".
           02 PrintReact    PIC ZZZZ9.
       01 SummaryLybuntLine.
           02 FILLER        PIC X(38) VALUE
              "LAPSED DONORS - LYBUNT:".
           02 PrintLybunt   PIC ZZZZ9.
       01 SummarySybuntLine.
           02 FILLER        PIC X(38) VALUE
              "LAPSED DONORS - SYBUNT:".
           02 PrintSybunt   PIC ZZZZ9.
       01 SummaryRateLine.
           02 FILLER        PIC X(38) VALUE
              "RETENTION RATE (RETAINED / PRIOR):".
           02 PrintRate     PIC ZZ9.9.
           02 FILLER        PIC X(01) VALUE "%".
       01 SummaryListLine.
           02 FILLER        PIC X(38) VALUE
              "LAPSED DONORS LISTED:".
           02 PrintListCount PIC ZZZZ9.
       01 SummarySuppLine.
           02 FILLER        PIC X(38) VALUE
              "SUPPRESSED - DECEASED / DO-NOT-MAIL:".
           02 PrintSuppCount PIC ZZZZ9.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM GetRunParms
           IF NOT WSUnattended
              PERFORM GetReportYear WITH TEST AFTER
                 UNTIL WSYearInput IS NUMERIC
              DISPLAY "REPORT BY (D)ONOR OR (H)OUSEHOLD? "
                 "(BLANK = DONOR): " WITH NO ADVANCING
              ACCEPT WSHHModeInput
           END-IF
           MOVE WSYearInput TO WSRptYear
           COMPUTE WSPriorYear = WSRptYear - 1
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           IF WSHouseholdMode
              PERFORM OpenHouseholdFile
           END-IF
           OPEN OUTPUT LapseReport
           PERFORM PrintPageHeading
           SORT SortWorkFile
              ON ASCENDING KEY SortLapseType
              ON DESCENDING KEY SortLifetimeAmt
              ON ASCENDING KEY SortDonorID
              INPUT PROCEDURE IS ClassifyDonors
              OUTPUT PROCEDURE IS PrintLapsedDonors
           PERFORM PrintRetentionSummary
           WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3
           LINES
           CLOSE LapseReport, CustomerFile
           IF WSHouseholdMode
              CLOSE HouseholdFile
           END-IF
           DISPLAY WSListCount " LAPSED DONOR(S) LISTED - SEE "
              "LapseReport.rpt."
           DISPLAY "RETENTION RATE FOR " WSRptYear ": " PrintRate
              "%."
           SET RunLogNormal TO TRUE
           PERFORM WriteRunLog
           STOP RUN.

       GetRunParms.
           OPEN INPUT ParmFile
           IF WSParmFileOK
              READ ParmFile
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ParmRptYear TO WSYearInput
                    MOVE ParmHHMode  TO WSHHModeInput
                    MOVE 'Y' TO WSParmSwitch
                    DISPLAY "REPORT YEAR TAKEN FROM LapseRpt.parm - "
                       "RUNNING UNATTENDED."
                    IF WSYearInput = SPACES
                       MOVE WSTodayYear TO WSYearInput
                    END-IF
                    IF WSYearInput NOT NUMERIC
                       DISPLAY "INVALID YEAR IN LapseRpt.parm - "
                          "RUN CANCELLED."
                       CLOSE ParmFile
                       PERFORM WriteAbnormalLog
                       STOP RUN
                    END-IF
              END-READ
              CLOSE ParmFile
           END-IF.

       WriteAbnormalLog.
           SET RunLogAbnormal TO TRUE
           PERFORM WriteRunLog.

       WriteRunLog.
           MOVE "LAPSERPT" TO RunLogProgram
           MOVE SPACES TO RunLogParms
           STRING "YEAR "     DELIMITED SIZE
                  WSYearInput DELIMITED SIZE
                  INTO RunLogParms
           END-STRING
           IF WSHouseholdMode
              MOVE "HOUSEHOLD" TO RunLogParms(11:9)
           END-IF
           MOVE WSListCount    TO RunLogCount
           MOVE WSListTotalAmt TO RunLogAmount
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow   FROM TIME
           MOVE WSToday TO RunLogDate
           MOVE WSNow   TO RunLogTime
           OPEN EXTEND RunLogFile
           IF WSRunLogNotFound
              OPEN OUTPUT RunLogFile
           END-IF
           MOVE RunLogRecord TO RunLogLine
           WRITE RunLogLine
           CLOSE RunLogFile.

       GetReportYear.
           DISPLAY "ENTER REPORT YEAR (CCYY, BLANK FOR THIS YEAR): "
              WITH NO ADVANCING
           ACCEPT WSYearInput
           IF WSYearInput = SPACES
              MOVE WSTodayYear TO WSYearInput
           END-IF
           IF WSYearInput NOT NUMERIC
              DISPLAY "INVALID YEAR - NUMBERS ONLY. TRY AGAIN."
           END-IF.

      * Households.dat is optional: without it the report is by
      * donor, as before households were kept.
       OpenHouseholdFile.
           OPEN INPUT HouseholdFile
           IF WSHHFileOK
              INITIALIZE WSHHTable
           ELSE
              DISPLAY "NOTE: Households.dat NOT ON FILE - REPORTING "
                 "BY DONOR."
              MOVE SPACE TO WSHHModeInput
           END-IF.

       PrintPageHeading.
           MOVE WSRptYear TO PrintHeadYear
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
           WRITE PrintLine FROM Head AFTER 3 LINES
           MOVE 3 TO LineCount
           ADD 1 TO PageCount.

       ClassifyDonors.
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN INPUT HistFile
           IF WSHistFileOK
              MOVE 'Y' TO WSHistCtlSwitch
              MOVE 'N' TO WSHistEOFSwitch
              READ HistFile
                 AT END SET WSHistEOF TO TRUE
              END-READ
           END-IF
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM ClassifyOneDonor
              UNTIL WSEOF AND WSHistEOF
           IF WSHouseholdMode
              PERFORM ClassifyHousehold VARYING WSHHIX FROM 1 BY 1
                 UNTIL WSHHIX > 9999
           END-IF
           CLOSE GiftFile
           IF WSHistAvail
              CLOSE HistFile
           END-IF.

      * Same merge as TOPDONORS: take the lower donor ID still unread,
      * drain that donor from whichever file(s) hold gifts for it,
      * then classify the donor on what was found.
       ClassifyOneDonor.
           EVALUATE TRUE
              WHEN WSEOF
                 MOVE HistDonorID TO WSHoldDonorID
              WHEN WSHistEOF
                 MOVE GiftDonorID TO WSHoldDonorID
              WHEN HistDonorID < GiftDonorID
                 MOVE HistDonorID TO WSHoldDonorID
              WHEN OTHER
                 MOVE GiftDonorID TO WSHoldDonorID
           END-EVALUATE
           PERFORM RollUpHistGift
              UNTIL WSHistEOF OR HistDonorID NOT = WSHoldDonorID
           PERFORM RollUpOneGift
              UNTIL WSEOF OR GiftDonorID NOT = WSHoldDonorID
           MOVE 'N' TO WSInHHSwitch
           IF WSHouseholdMode
              PERFORM PoolHouseholdDonor
           END-IF
           IF NOT WSDonorInHH
              PERFORM ClassifyHeldDonor
           END-IF
           PERFORM ClearHeldDonor.

      * A donor in a household on file is pooled into the household's
      * slot instead of being classified alone.
       PoolHouseholdDonor.
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
                          MOVE CustHouseholdNum TO WSHHSlot
                          PERFORM PoolHeldDonor
                          MOVE 'Y' TO WSInHHSwitch
                    END-READ
                 END-IF
           END-READ.

       PoolHeldDonor.
           MOVE 'Y' TO WSHHUsed (WSHHSlot)
           ADD WSHoldTotalAmt TO WSHHTotalAmt (WSHHSlot)
           IF WSGaveThisYear
              MOVE 'Y' TO WSHHGaveThis (WSHHSlot)
           END-IF
           IF WSGavePriorYear
              MOVE 'Y' TO WSHHGavePrior (WSHHSlot)
           END-IF
           IF WSGaveEarlier
              MOVE 'Y' TO WSHHGaveEarly (WSHHSlot)
           END-IF
           IF WSHoldLastDate > WSHHLastDate (WSHHSlot)
              MOVE WSHoldLastDate TO WSHHLastDate (WSHHSlot)
              MOVE WSHoldLastAmt  TO WSHHLastAmt (WSHHSlot)
              MOVE WSHoldLastFund TO WSHHLastFund (WSHHSlot)
           END-IF.

      * A pooled household is classified under its address-of-record
      * member's ID, exactly as a single donor would be.
       ClassifyHousehold.
           IF WSHHUsed (WSHHIX) = 'Y'
              MOVE WSHHIX TO HHID
              READ HouseholdFile
                 KEY IS HHID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HHHeadID                TO WSHoldDonorID
                    MOVE HHID                    TO WSHoldHHID
                    MOVE WSHHTotalAmt (WSHHIX)  TO WSHoldTotalAmt
                    MOVE WSHHLastDate (WSHHIX)  TO WSHoldLastDate
                    MOVE WSHHLastAmt (WSHHIX)   TO WSHoldLastAmt
                    MOVE WSHHLastFund (WSHHIX)  TO WSHoldLastFund
                    MOVE WSHHGaveThis (WSHHIX)  TO WSGaveThisSwitch
                    MOVE WSHHGavePrior (WSHHIX) TO WSGavePriorSwitch
                    MOVE WSHHGaveEarly (WSHHIX) TO WSGaveEarlySwitch
                    PERFORM ClassifyHeldDonor
                    PERFORM ClearHeldDonor
              END-READ
           END-IF.

       RollUpHistGift.
           MOVE HistYear     TO WSWorkYear
           MOVE HistGiftDate TO WSWorkDate
           MOVE HistAmount   TO WSWorkAmt
           MOVE HistFundCode TO WSWorkFund
           MOVE HistRevFlag  TO WSWorkRevFlag
           PERFORM RollUpWorkGift
           READ HistFile
              AT END SET WSHistEOF TO TRUE
           END-READ.

       RollUpOneGift.
           MOVE GiftYear     TO WSWorkYear
           MOVE GiftDate     TO WSWorkDate
           MOVE GiftAmount   TO WSWorkAmt
           MOVE GiftFundCode TO WSWorkFund
           MOVE GiftRevFlag  TO WSWorkRevFlag
           PERFORM RollUpWorkGift
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ.

       RollUpWorkGift.
           IF WSWorkYear NOT > WSRptYear
              ADD WSWorkAmt TO WSHoldTotalAmt
              IF WSWorkStanding
                 PERFORM NoteStandingGift
              END-IF
           END-IF.

       NoteStandingGift.
           EVALUATE TRUE
              WHEN WSWorkYear = WSRptYear
                 MOVE 'Y' TO WSGaveThisSwitch
              WHEN WSWorkYear = WSPriorYear
                 MOVE 'Y' TO WSGavePriorSwitch
              WHEN OTHER
                 MOVE 'Y' TO WSGaveEarlySwitch
           END-EVALUATE
           IF WSWorkDate NOT < WSHoldLastDate
              MOVE WSWorkDate TO WSHoldLastDate
              MOVE WSWorkAmt  TO WSHoldLastAmt
              MOVE WSWorkFund TO WSHoldLastFund
           END-IF.

       ClassifyHeldDonor.
           IF WSGavePriorYear
              ADD 1 TO WSPriorCount
           END-IF
           EVALUATE TRUE
              WHEN WSGaveThisYear AND WSGavePriorYear
                 ADD 1 TO WSRetainedCount
              WHEN WSGaveThisYear AND WSGaveEarlier
                 ADD 1 TO WSReactCount
              WHEN WSGaveThisYear
                 ADD 1 TO WSNewCount
              WHEN WSGavePriorYear
                 ADD 1 TO WSLybuntCount
                 MOVE 'L' TO SortLapseType
                 PERFORM ReleaseLapsedDonor
              WHEN WSGaveEarlier
                 ADD 1 TO WSSybuntCount
                 MOVE 'S' TO SortLapseType
                 PERFORM ReleaseLapsedDonor
           END-EVALUATE.

       ReleaseLapsedDonor.
           MOVE WSHoldTotalAmt TO SortLifetimeAmt
           MOVE WSHoldDonorID  TO SortDonorID
           MOVE WSHoldLastDate TO SortLastDate
           MOVE WSHoldLastAmt  TO SortLastAmt
           MOVE WSHoldLastFund TO SortLastFund
           MOVE WSHoldHHID     TO SortHouseholdID
           RELEASE SortRecord.

       ClearHeldDonor.
           MOVE ZERO   TO WSHoldTotalAmt, WSHoldLastDate,
                          WSHoldLastAmt
           MOVE SPACES TO WSHoldLastFund, WSHoldHHID
           MOVE 'N'    TO WSGaveThisSwitch, WSGavePriorSwitch,
                          WSGaveEarlySwitch.

       PrintLapsedDonors.
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN
           PERFORM PrintLapsedBody UNTIL WSSortEOF.

       PrintLapsedBody.
           PERFORM LookUpDonorName
           IF DonorDeceased OR DonorNoMail
              ADD 1 TO WSSuppressCount
           ELSE
              PERFORM PrintLapsedDonor
           END-IF
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN.

       PrintLapsedDonor.
           IF NewPageReq
              MOVE PageCount TO PageNum
              WRITE PrintLine FROM PageFooting AFTER ADVANCING 1 LINES
              PERFORM PrintPageHeading
           END-IF
           IF SortLapseType = 'L'
              MOVE "LYBUNT"  TO PrintLapseType
           ELSE
              MOVE "SYBUNT"  TO PrintLapseType
           END-IF
           MOVE SortDonorID  TO PrintDonorID
           PERFORM BuildDonorName
           IF NOT SortNoHousehold
              MOVE SortHouseholdID TO HHID
              READ HouseholdFile
                 KEY IS HHID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HHSalutation TO PrintDonorName
              END-READ
           END-IF
           MOVE SPACES TO PrintLastDate
           STRING SortLastDate (5:2) DELIMITED SIZE
                  "/"                DELIMITED SIZE
                  SortLastDate (7:2) DELIMITED SIZE
                  "/"                DELIMITED SIZE
                  SortLastDate (1:4) DELIMITED SIZE
                  INTO PrintLastDate
           END-STRING
           MOVE SortLastAmt     TO PrintLastAmt
           MOVE SortLastFund    TO PrintLastFund
           MOVE SortLifetimeAmt TO PrintLifetime
           WRITE PrintLine FROM LapseDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           ADD 1 TO WSListCount
           ADD SortLifetimeAmt TO WSListTotalAmt.

       BuildDonorName.
           MOVE 15 TO WSFNLen
           PERFORM TrimFirstNameLen UNTIL WSFNLen = 0
              OR FirstName (WSFNLen:1) NOT = SPACE
           IF WSFNLen = 0
              MOVE 1 TO WSFNLen
           END-IF
           MOVE SPACES TO PrintDonorName
           STRING FirstName (1:WSFNLen) DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  LastName              DELIMITED SIZE
                  INTO PrintDonorName
           END-STRING.

       TrimFirstNameLen.
           SUBTRACT 1 FROM WSFNLen.

       LookUpDonorName.
           MOVE SortDonorID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
                 MOVE SPACE       TO DonorStatus
           END-READ.

       PrintRetentionSummary.
           IF WSPriorCount > ZERO
              COMPUTE WSRetentionRate ROUNDED =
                 WSRetainedCount * 100 / WSPriorCount
           ELSE
              MOVE ZERO TO WSRetentionRate
           END-IF
           MOVE WSPriorYear     TO PrintSumPYear
           MOVE WSPriorCount    TO PrintPriorCount
           MOVE WSRetainedCount TO PrintRetained
           MOVE WSNewCount      TO PrintNew
           MOVE WSReactCount    TO PrintReact
           MOVE WSLybuntCount   TO PrintLybunt
           MOVE WSSybuntCount   TO PrintSybunt
           MOVE WSRetentionRate TO PrintRate
           MOVE WSListCount     TO PrintListCount
           MOVE WSSuppressCount TO PrintSuppCount
           WRITE PrintLine FROM SummaryHeading AFTER ADVANCING 3
           LINES
           WRITE PrintLine FROM SummaryPriorLine AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM SummaryRetainedLine AFTER ADVANCING
           1 LINE
           WRITE PrintLine FROM SummaryNewLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM SummaryReactLine AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryLybuntLine AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummarySybuntLine AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryRateLine AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryListLine AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM SummarySuppLine AFTER ADVANCING 1
           LINE.
