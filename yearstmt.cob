      *                  donor gets two statements. If GiftHist.dat
      *                  is not on file the history pass is skipped
      *                  with a console note.
      * 10/15/26 TMB      Gift reversals (bounced checks, chargebacks)
      *                  list on the statement of the year they were
      *                  posted with a negative amount and a REVERSAL
      *                  note, the gift they reverse is noted
      *                  REVERSED, and the donor and run totals are
      *                  signed so the year total states only what
      *                  the donor actually gave. The reversal fields
      *                  are read the same way off GiftHist.dat.
      * 10/15/26 TMB      Each gift now prints its deductible amount
      *                  beside the amount, following the gift type
      *                  and benefit value (see giftrec.cpy): a gift
      *                  the donor received goods or services for
      *                  notes their estimated value under the line
      *                  and deducts it, stock and in-kind gifts print
      *                  their description, and an in-kind gift shows
      *                  NOT STATED - the organization states no value
      *                  for goods - and stays out of the totals. The
      *                  statement closes with the year's donations,
      *                  the goods and services provided and the
      *                  deductible amount, then the IRS quid-pro-quo
      *                  disclosure in place of the no-goods-or-
      *                  services line when any gift carried a benefit,
      *                  and the no-value-stated line when any gift
      *                  was in kind. Read the same way off
      *                  GiftHist.dat. The run total in BatchRun.log
      *                  is now the dollars listed, in-kind left out.
      * 10/15/26 TMB      Combined household statements. The run can
      *                  now print one statement per household (see
      *                  hhrec.cpy) instead of one per donor: by
      *                  answer to a new prompt, or an H in column 5
      *                  of YearStmt.parm. The year's gifts off
      *                  Gifts.dat and GiftHist.dat are now sorted
      *                  together by statement, then donor and date,
      *                  so spouses' gifts come together; a household
      *                  statement goes to the household's address of
      *                  record under its salutation, lists each
      *                  member's gifts under the member's name and
      *                  totals them as one. Donors in no household
      *                  get their own statement as before. Without
      *                  Households.dat the run prints per donor with
      *                  a console note.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  YEARSTMT.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT HouseholdFile ASSIGN TO "Households.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HHID
           FILE STATUS IS WSHHStatus.
           SELECT SortWorkFile ASSIGN TO "SortWork.tmp".
           SELECT StatementFile ASSIGN TO "YearEndStmt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParmFile ASSIGN TO "YearStmt.parm"
           COPY "fundrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD HouseholdFile.
           COPY "hhrec.cpy".
       SD SortWorkFile.
       01 SortRecord.
           02 SortStmtID      PIC 9(05).
           02 SortHouseholdID PIC X(04).
              88 SortNoHousehold VALUE SPACES.
           02 SortDonorID     PIC 9(05).
           02 SortGiftDate.
              03 SortYear     PIC 9(04).
              03 SortMonth    PIC 9(02).
              03 SortDay      PIC 9(02).
           02 SortSeqNum      PIC 9(03).
           02 SortFundCode    PIC X(04).
           02 SortLineGift    PIC X(46).
       FD StatementFile.
       01 PrintLine PIC X(99).
       FD ParmFile.
       01 ParmRecord.
           02 ParmStmtYear  PIC X(04).
           02 ParmHHMode    PIC X(01).
              88 ParmHousehold VALUE 'H' 'h'.
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           88 WSFundFileOK   VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSHHStatus       PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
       01 WSHHModeInput    PIC X(01) VALUE 'N'.
           88 WSHouseholdMode VALUE 'Y' 'y' 'H' 'h'.
       01 WSStmtHHSwitch   PIC X(01) VALUE 'N'.
           88 WSStmtHousehold VALUE 'Y'.
       01 WSSortEOFSwitch  PIC X(01) VALUE 'N'.
           88 WSSortEOF      VALUE 'Y'.
       01 WSRelDonorID     PIC 9(05) VALUE ZERO.
       01 WSRelStmtID      PIC 9(05) VALUE ZERO.
       01 WSRelHouseholdID PIC X(04) VALUE SPACES.
       01 WSHoldMemberID   PIC 9(05) VALUE ZERO.
       01 WSHHStmtCount    PIC 9(05) VALUE ZERO.
       01 WSYearInput      PIC X(04).
       01 WSStmtYear       PIC 9(04) VALUE ZERO.
       01 WSStmtSwitch     PIC X(01) VALUE 'N'.
           88 WSStmtOpen       VALUE 'Y'.
       01 WSHoldDonorID    PIC 9(05) VALUE ZERO.
       01 WSDonorTotalAmt  PIC S9(07)V99 VALUE ZERO.
       01 WSStmtCount      PIC 9(05) VALUE ZERO.
       01 WSGiftListCount  PIC 9(05) VALUE ZERO.
       01 WSGrandTotalAmt  PIC S9(07)V99 VALUE ZERO.
       01 WSDonorBenefitAmt PIC S9(07)V99 VALUE ZERO.
       01 WSDonorDeductAmt PIC S9(07)V99 VALUE ZERO.
       01 WSStmtBenefitSwitch PIC X(01) VALUE 'N'.
           88 WSStmtHasBenefit VALUE 'Y'.
       01 WSStmtInKindSwitch PIC X(01) VALUE 'N'.
           88 WSStmtHasInKind  VALUE 'Y'.
       01 WSLineGift.
           02 WSLineType    PIC X(01).
              88 WSLineStock      VALUE 'S'.
              88 WSLineInKind     VALUE 'K'.
           02 WSLineAmt     PIC S9(05)V99.
           02 WSLineBenefit PIC 9(05)V99.
           02 WSLineDesc    PIC X(30).
           02 WSLineRevFlag PIC X(01).
              88 WSLineReversed   VALUE 'R'.
              88 WSLineIsReversal VALUE 'V'.
       01 WSLineDeduct     PIC S9(05)V99 VALUE ZERO.
       01 WSParmStatus     PIC X(02) VALUE '00'.
           88 WSParmFileOK    VALUE '00'.
       01 WSRunLogStatus   PIC X(02) VALUE '00'.
           02 FILLER    PIC X(06) VALUE "DATE: ".
           02 PrintDate PIC X(10).
       01 AddressNameLine.
           02 PrintAdrName PIC X(40).
       01 AddressStreetLine.
           02 PrintAdrStreet PIC X(25).
       01 AddressCityLine.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PrintLN   PIC X(15).
           02 FILLER    PIC X(01) VALUE ",".
       01 StatementHHSalutation PIC X(50) VALUE SPACES.
       01 StatementMemberLine.
           02 FILLER    PIC X(11) VALUE "Gifts from ".
           02 PrintMemberName PIC X(31).
       01 StatementBody1.
           02 FILLER    PIC X(46) VALUE
              "This statement lists your donations made in ".
       01 StatementColumnHead.
           02 FILLER PIC X(12) VALUE "Date        ".
           02 FILLER PIC X(32) VALUE "Fund                            ".
           02 FILLER PIC X(12) VALUE "     Amount ".
           02 FILLER PIC X(12) VALUE " Deductible".
       01 StatementGiftLine.
           02 PrintGiftDate PIC X(10).
           02 FILLER        PIC X(02) VALUE SPACE.
           02 PrintFundName PIC X(30).
           02 FILLER        PIC X(02) VALUE SPACE.
           02 PrintGiftAmtArea.
              03 PrintGiftAmt  PIC $$$,$$$.99-.
           02 PrintGiftAmtText REDEFINES PrintGiftAmtArea PIC X(11).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 PrintDeductArea.
              03 PrintDeductAmt PIC $$$,$$$.99-.
           02 PrintDeductText REDEFINES PrintDeductArea PIC X(11).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 PrintGiftRev  PIC X(10).
       01 StatementDescLine.
           02 FILLER        PIC X(12) VALUE SPACE.
           02 PrintDescLabel PIC X(12).
           02 PrintDesc     PIC X(30).
       01 StatementBenefitLine.
           02 FILLER        PIC X(12) VALUE SPACE.
           02 FILLER        PIC X(40) VALUE
              "Goods or services provided, est. value: ".
           02 PrintBenefitAmt PIC $$$,$$$.99.
       01 StatementTotalLine.
           02 FILLER        PIC X(28) VALUE
              "TOTAL DONATIONS FOR THE YEAR".
           02 FILLER        PIC X(02) VALUE ": ".
           02 PrintYearAmt  PIC $$,$$$,$$$.99-.
       01 StatementBenefitTotal.
           02 FILLER        PIC X(28) VALUE
              "LESS GOODS/SERVICES PROVIDED".
           02 FILLER        PIC X(02) VALUE ": ".
           02 PrintYearBenefit PIC $$,$$$,$$$.99-.
       01 StatementDeductTotal.
           02 FILLER        PIC X(28) VALUE
              "DEDUCTIBLE AMOUNT".
           02 FILLER        PIC X(02) VALUE ": ".
           02 PrintYearDeduct PIC $$,$$$,$$$.99-.
       01 StatementBenefitNote PIC X(80) VALUE
           "Goods or services were provided only where noted above.".
       01 StatementQPQLine1 PIC X(80) VALUE
           "The amount of your contribution that is deductible for".
       01 StatementQPQLine2 PIC X(80) VALUE
           "federal income tax purposes is limited to the excess of".
       01 StatementQPQLine3 PIC X(80) VALUE
           "the amount contributed over the value of the goods or".
       01 StatementQPQLine4 PIC X(80) VALUE
           "services provided by the organization.".
       01 StatementInKindTax1 PIC X(80) VALUE
           "No value is stated by the organization for the goods".
       01 StatementInKindTax2 PIC X(80) VALUE
           "listed above; their value is for the donor to determine.".
       01 StatementTaxLine1 PIC X(80) VALUE
           "No goods or services were provided in exchange for this cont
      -    "ribution.".
           IF NOT WSUnattended
              PERFORM GetStatementYear WITH TEST AFTER
                 UNTIL WSYearInput IS NUMERIC
              DISPLAY "ONE COMBINED STATEMENT PER HOUSEHOLD? (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WSHHModeInput
           END-IF
           MOVE WSYearInput TO WSStmtYear
           MOVE WSStmtYear  TO PrintStmtYear
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           IF WSHouseholdMode
              PERFORM OpenHouseholdFile
           END-IF
           OPEN OUTPUT StatementFile
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM FormatTodayDate
           SORT SortWorkFile
              ON ASCENDING KEY SortStmtID SortDonorID SortGiftDate
                               SortSeqNum
              INPUT PROCEDURE IS SelectYearGifts
              OUTPUT PROCEDURE IS PrintStatements
           DISPLAY WSStmtCount " STATEMENT(S) PRINTED FOR " WSStmtYear
              "."
           IF WSHouseholdMode
              DISPLAY WSHHStmtCount " OF THEM COMBINED HOUSEHOLD "
                 "STATEMENT(S)."
              CLOSE HouseholdFile
           END-IF
           DISPLAY WSGiftListCount " GIFT(S) LISTED."
           CLOSE StatementFile, GiftFile, CustomerFile, FundFile
           SET RunLogNormal TO TRUE
                 NOT AT END
                    MOVE ParmStmtYear TO WSYearInput
                    MOVE 'Y' TO WSParmSwitch
                    IF ParmHousehold
                       MOVE 'H' TO WSHHModeInput
                    END-IF
                    DISPLAY "STATEMENT YEAR TAKEN FROM "
                       "YearStmt.parm - RUNNING UNATTENDED."
                    IF WSYearInput NOT NUMERIC
                  WSYearInput DELIMITED SIZE
                  INTO RunLogParms
           END-STRING
           IF WSHouseholdMode
              MOVE "HOUSEHOLD" TO RunLogParms(11:9)
           END-IF
           MOVE WSStmtCount     TO RunLogCount
           MOVE WSGrandTotalAmt TO RunLogAmount
           ACCEPT WSToday FROM DATE YYYYMMDD
                  INTO PrintDate
           END-STRING.

      * Households.dat is optional: without it every donor gets a
      * statement of their own.
       OpenHouseholdFile.
           OPEN INPUT HouseholdFile
           IF NOT WSHHFileOK
              DISPLAY "NOTE: Households.dat NOT ON FILE - ONE "
                 "STATEMENT PER DONOR."
              MOVE 'N' TO WSHHModeInput
           END-IF.

      * The year's gifts off both files go to the sort under the
      * statement they print on: the donor's own or, in household
      * mode, the household's address-of-record member's.
       SelectYearGifts.
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM ReleaseGift UNTIL WSEOF
           PERFORM ProcessHistoryFile.

       ReleaseGift.
           IF GiftYear = WSStmtYear
              MOVE GiftDonorID     TO SortDonorID
              PERFORM FindStatementID
              MOVE GiftDate        TO SortGiftDate
              MOVE GiftSeqNum      TO SortSeqNum
              MOVE GiftFundCode    TO SortFundCode
              MOVE GiftType        TO WSLineType
              MOVE GiftAmount      TO WSLineAmt
              IF GiftNoBenefit
                 MOVE ZERO           TO WSLineBenefit
              ELSE
                 MOVE GiftBenefitAmt TO WSLineBenefit
              END-IF
              MOVE GiftDescription TO WSLineDesc
              MOVE GiftRevFlag     TO WSLineRevFlag
              MOVE WSLineGift      TO SortLineGift
              RELEASE SortRecord
           END-IF
           READ GiftFile
              AT END SET WSEOF TO TRUE
           END-READ.

       ProcessHistoryFile.
           OPEN INPUT HistFile
           IF NOT WSHistFileOK
              READ HistFile
                 AT END SET WSEOF TO TRUE
              END-READ
              PERFORM ReleaseHistGift UNTIL WSEOF
              CLOSE HistFile
           END-IF.

       ReleaseHistGift.
           IF HistYear = WSStmtYear
              MOVE HistDonorID     TO SortDonorID
              PERFORM FindStatementID
              MOVE HistGiftDate    TO SortGiftDate
              MOVE HistSeqNum      TO SortSeqNum
              MOVE HistFundCode    TO SortFundCode
              MOVE HistType        TO WSLineType
              MOVE HistAmount      TO WSLineAmt
              IF HistNoBenefit
                 MOVE ZERO           TO WSLineBenefit
              ELSE
                 MOVE HistBenefitAmt TO WSLineBenefit
              END-IF
              MOVE HistDescription TO WSLineDesc
              MOVE HistRevFlag     TO WSLineRevFlag
              MOVE WSLineGift      TO SortLineGift
              RELEASE SortRecord
           END-IF
           READ HistFile
              AT END SET WSEOF TO TRUE
           END-READ.

      * Both files are in donor order, so the household is looked up
      * once per donor rather than once per gift.
       FindStatementID.
           IF SortDonorID NOT = WSRelDonorID
              MOVE SortDonorID TO WSRelDonorID
              MOVE SortDonorID TO WSRelStmtID
              MOVE SPACES      TO WSRelHouseholdID
              IF WSHouseholdMode
                 PERFORM FindDonorHousehold
              END-IF
           END-IF
           MOVE WSRelStmtID      TO SortStmtID
           MOVE WSRelHouseholdID TO SortHouseholdID.

       FindDonorHousehold.
           MOVE WSRelDonorID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT CustNoHousehold
                    MOVE CustHouseholdID TO HHID
                    READ HouseholdFile
                       KEY IS HHID
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE HHHeadID        TO WSRelStmtID
                          MOVE CustHouseholdID TO WSRelHouseholdID
                    END-READ
                 END-IF
           END-READ.

       PrintStatements.
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN
           PERFORM PrintSortedGift UNTIL WSSortEOF
           IF WSStmtOpen
              PERFORM CloseStatement
           END-IF.

       PrintSortedGift.
           IF WSStmtOpen AND SortStmtID NOT = WSHoldDonorID
              PERFORM CloseStatement
           END-IF
           IF NOT WSStmtOpen
              MOVE SortStmtID TO WSHoldDonorID
              PERFORM StartStatement
           END-IF
           IF WSStmtHousehold AND SortDonorID NOT = WSHoldMemberID
              PERFORM PrintMemberHeading
           END-IF
           PERFORM FormatGiftDate
           PERFORM LookUpFundName
           MOVE SortLineGift TO WSLineGift
           PERFORM PrintStmtGiftLine
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN.

       BuildAddressBlock.
           MOVE 15 TO WSFNLen
           PERFORM BuildAddressBlock
           MOVE FirstName TO PrintFN
           MOVE LastName  TO PrintLN
           MOVE 'N' TO WSStmtHHSwitch
           IF NOT SortNoHousehold
              PERFORM LookUpHousehold
           END-IF
           WRITE PrintLine FROM StatementHeading AFTER ADVANCING PAGE
           WRITE PrintLine FROM AddressNameLine AFTER ADVANCING
              3 LINES
              1 LINES
           WRITE PrintLine FROM AddressCityLine AFTER ADVANCING
              1 LINES
           IF WSStmtHousehold
              WRITE PrintLine FROM StatementHHSalutation AFTER
                 ADVANCING 3 LINES
           ELSE
              WRITE PrintLine FROM StatementSalutation AFTER
                 ADVANCING 3 LINES
           END-IF
           WRITE PrintLine FROM StatementBody1 AFTER ADVANCING 2
              LINES
           WRITE PrintLine FROM StatementColumnHead AFTER ADVANCING
              2 LINES
           MOVE 'Y'  TO WSStmtSwitch
           MOVE ZERO TO WSDonorTotalAmt
           MOVE ZERO TO WSDonorBenefitAmt
           MOVE ZERO TO WSDonorDeductAmt
           MOVE 'N'  TO WSStmtBenefitSwitch
           MOVE 'N'  TO WSStmtInKindSwitch
           MOVE ZERO TO WSHoldMemberID
           ADD 1 TO WSStmtCount.

      * A household statement is addressed to the household under
      * its salutation, at the address-of-record member's address.
       LookUpHousehold.
           MOVE SortHouseholdID TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WSStmtHHSwitch
                 ADD 1 TO WSHHStmtCount
                 MOVE HHSalutation TO PrintAdrName
                 MOVE SPACES TO StatementHHSalutation
                 STRING "Dear "      DELIMITED SIZE
                        HHSalutation DELIMITED BY "  "
                        ","          DELIMITED SIZE
                        INTO StatementHHSalutation
                 END-STRING
           END-READ.

       PrintMemberHeading.
           MOVE SortDonorID TO WSHoldMemberID
           MOVE SortDonorID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
           END-READ
           MOVE 15 TO WSFNLen
           PERFORM TrimFirstNameLen UNTIL WSFNLen = 0
              OR FirstName(WSFNLen:1) NOT = SPACE
           IF WSFNLen = 0
              MOVE 1 TO WSFNLen
           END-IF
           MOVE SPACES TO PrintMemberName
           STRING FirstName(1:WSFNLen) DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  LastName             DELIMITED SIZE
                  INTO PrintMemberName
           END-STRING
           WRITE PrintLine FROM StatementMemberLine AFTER ADVANCING
              2 LINES.

      * Prints one gift off either file. A reversal gives back the
      * deductible amount of the gift it reverses, so it carries the
      * benefit with the opposite sign; in-kind goods state no value.
       PrintStmtGiftLine.
           EVALUATE TRUE
              WHEN WSLineIsReversal
                 MOVE "(REVERSAL)" TO PrintGiftRev
              WHEN WSLineReversed
                 MOVE "(REVERSED)" TO PrintGiftRev
              WHEN OTHER
                 MOVE SPACES       TO PrintGiftRev
           END-EVALUATE
           IF WSLineInKind
              MOVE " NOT STATED" TO PrintGiftAmtText
              MOVE " NOT STATED" TO PrintDeductText
              MOVE 'Y' TO WSStmtInKindSwitch
           ELSE
              IF WSLineIsReversal
                 COMPUTE WSLineDeduct = WSLineAmt + WSLineBenefit
                 SUBTRACT WSLineBenefit FROM WSDonorBenefitAmt
              ELSE
                 COMPUTE WSLineDeduct = WSLineAmt - WSLineBenefit
                 ADD WSLineBenefit TO WSDonorBenefitAmt
              END-IF
              MOVE WSLineAmt    TO PrintGiftAmt
              MOVE WSLineDeduct TO PrintDeductAmt
              ADD WSLineAmt    TO WSDonorTotalAmt
              ADD WSLineAmt    TO WSGrandTotalAmt
              ADD WSLineDeduct TO WSDonorDeductAmt
           END-IF
           WRITE PrintLine FROM StatementGiftLine AFTER ADVANCING
              1 LINES
           IF WSLineStock OR WSLineInKind
              IF WSLineStock
                 MOVE "Securities: " TO PrintDescLabel
              ELSE
                 MOVE "Goods:      " TO PrintDescLabel
              END-IF
              MOVE WSLineDesc TO PrintDesc
              WRITE PrintLine FROM StatementDescLine AFTER ADVANCING
                 1 LINES
           END-IF
           IF WSLineBenefit > ZERO AND NOT WSLineIsReversal
              AND NOT WSLineInKind
              MOVE WSLineBenefit TO PrintBenefitAmt
              WRITE PrintLine FROM StatementBenefitLine AFTER
                 ADVANCING 1 LINES
              MOVE 'Y' TO WSStmtBenefitSwitch
           END-IF
           ADD 1 TO WSGiftListCount.

       CloseStatement.
           MOVE WSDonorTotalAmt TO PrintYearAmt
           WRITE PrintLine FROM StatementTotalLine AFTER ADVANCING
              2 LINES
           IF WSStmtHasBenefit
              MOVE WSDonorBenefitAmt TO PrintYearBenefit
              WRITE PrintLine FROM StatementBenefitTotal AFTER
                 ADVANCING 1 LINES
           END-IF
           MOVE WSDonorDeductAmt TO PrintYearDeduct
           WRITE PrintLine FROM StatementDeductTotal AFTER ADVANCING
              1 LINES
           IF WSStmtHasBenefit
              WRITE PrintLine FROM StatementBenefitNote AFTER
                 ADVANCING 2 LINES
              WRITE PrintLine FROM StatementQPQLine1 AFTER
                 ADVANCING 1 LINES
              WRITE PrintLine FROM StatementQPQLine2 AFTER
                 ADVANCING 1 LINES
              WRITE PrintLine FROM StatementQPQLine3 AFTER
                 ADVANCING 1 LINES
              WRITE PrintLine FROM StatementQPQLine4 AFTER
                 ADVANCING 1 LINES
           ELSE
              WRITE PrintLine FROM StatementTaxLine1 AFTER
                 ADVANCING 2 LINES
           END-IF
           IF WSStmtHasInKind
              WRITE PrintLine FROM StatementInKindTax1 AFTER
                 ADVANCING 1 LINES
              WRITE PrintLine FROM StatementInKindTax2 AFTER
                 ADVANCING 1 LINES
           END-IF
           WRITE PrintLine FROM StatementTaxLine2 AFTER ADVANCING
              1 LINES
           WRITE PrintLine FROM StatementClosing AFTER ADVANCING
           MOVE 'N' TO WSStmtSwitch.

       FormatGiftDate.
           STRING SortMonth DELIMITED SIZE
                  "/"       DELIMITED SIZE
                  SortDay   DELIMITED SIZE
                  "/"       DELIMITED SIZE
                  SortYear  DELIMITED SIZE
                  INTO PrintGiftDate
           END-STRING.

           END-READ.

       LookUpFundName.
           MOVE SortFundCode TO FundCode
           READ FundFile
              KEY IS FundCode
              INVALID KEY
