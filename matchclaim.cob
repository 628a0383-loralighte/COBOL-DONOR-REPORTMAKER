      *****************************************************************
      * Program name:    MATCHCLAIM
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: periodic matching-gift claim run.
      *                  First withdraws any PENDING claim on the claim
      *                  file MatchClaims.dat (see claimrec.cpy) whose
      *                  employee gift has since been reversed or is
      *                  no longer on file, marking it CANCELLED. Then
      *                  scans Gifts.dat for standing gifts from donors
      *                  linked to an ACTIVE employer on Employers.dat
      *                  (see emplrec.cpy, DONORMAINT (E)MPLOYER) and
      *                  writes a PENDING claim for each one not
      *                  already claimed, when the gift is to one of
      *                  the employer's eligible funds (no funds listed
      *                  means every fund) and is at least the
      *                  employer's minimum gift. The match is the gift
      *                  times the employer's ratio, held to what is
      *                  left of the employer's annual maximum for that
      *                  employee after the calendar year's pending and
      *                  matched claims (zero maximum means no cap).
      *                  Matching gifts themselves and reversal entries
      *                  are never claimed. Prints MatchClaims.rpt, the
      *                  list of every pending claim grouped by company
      *                  with the company's mailing address and a
      *                  total to send with the claim forms; MATCHPOST
      *                  marks the claims MATCHED when the check comes
      *                  in, which drops them from this list.
      *                  MatchClaims.dat is created on first use.
      * 10/15/26 TMB      In-kind gifts are no longer claimed, and a
      *                  gift the employee received goods or services
      *                  for is claimed on its deductible part only -
      *                  the payment less the benefit value (see
      *                  giftrec.cpy) - for the employer's minimum-gift
      *                  test, the match worked out from the ratio and
      *                  the gift amount on the claim.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else, since the run writes and
      *                  cancels claims; development or an administrator
      *                  only. Refused sign-ons go to SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MATCHCLAIM.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimFile ASSIGN TO "MatchClaims.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClaimKey
           ALTERNATE RECORD KEY IS ClaimEmpID WITH DUPLICATES
           FILE STATUS IS WSClaimStatus.
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
           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmpID
           FILE STATUS IS WSEmpStatus.
           SELECT ClaimReport ASSIGN TO "MatchClaims.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OprID
           FILE STATUS IS WSOprStatus.
           SELECT SignOnLogFile ASSIGN TO "SignOn.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSignLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ClaimFile.
           COPY "claimrec.cpy".
       FD GiftFile.
           COPY "giftrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD EmployerFile.
           COPY "emplrec.cpy".
       FD ClaimReport.
       01 PrintLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
       01 WSYearEOFSwitch  PIC X(01) VALUE 'N'.
           88 WSYearEOF    VALUE 'Y'.
       01 WSClaimStatus    PIC X(02) VALUE '00'.
           88 WSClaimFileOK  VALUE '00'.
           88 WSClaimNotFound VALUE '35'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSHistCtlSwitch  PIC X(01) VALUE 'N'.
           88 WSHistCtlOn      VALUE 'Y'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSEmpStatus      PIC X(02) VALUE '00'.
           88 WSEmpFileOK    VALUE '00'.
       01 WSGiftState      PIC X(01) VALUE SPACE.
           88 WSGiftStanding   VALUE 'S'.
           88 WSGiftWasReversed VALUE 'R'.
           88 WSGiftMissing    VALUE 'M'.
       01 WSEligSwitch     PIC X(01) VALUE 'N'.
           88 WSGiftEligible   VALUE 'Y'.
       01 WSFundIX         PIC 9(02) VALUE ZERO.
       01 WSFundSwitch     PIC X(01) VALUE 'N'.
           88 WSFundEligible   VALUE 'Y'.
       01 WSYearStart      PIC 9(08) VALUE ZERO.
       01 WSYearEnd        PIC 9(08) VALUE ZERO.
       01 WSHoldDonorID    PIC 9(05) VALUE ZERO.
       01 WSHoldEmpID      PIC 9(05) VALUE ZERO.
       01 WSYearClaimed    PIC 9(07)V99 VALUE ZERO.
       01 WSMatchRoom      PIC S9(07)V99 VALUE ZERO.
       01 WSMatchAmt       PIC 9(05)V99 VALUE ZERO.
       01 WSClaimBase      PIC S9(05)V99 VALUE ZERO.
       01 WSCancelCount    PIC 9(05) VALUE ZERO.
       01 WSNewCount       PIC 9(05) VALUE ZERO.
       01 WSCapCount       PIC 9(05) VALUE ZERO.
       01 WSEmpClaimCount  PIC 9(05) VALUE ZERO.
       01 WSEmpGiftAmt     PIC 9(07)V99 VALUE ZERO.
       01 WSEmpMatchAmt    PIC 9(07)V99 VALUE ZERO.
       01 WSEmpCount       PIC 9(05) VALUE ZERO.
       01 WSTotalRecs      PIC 9(05) VALUE ZERO.
       01 WSTotalAmt       PIC 9(07)V99 VALUE ZERO.
       01 WSFNLen          PIC 99 VALUE ZERO.
       01 WSToday          PIC 9(08) VALUE ZERO.
       01 PageHeading.
           02 FILLER  PIC X(32) VALUE "PENDING MATCHING-GIFT CLAIMS".
       01 PageFooting.
           02 FILLER  PIC X(15) VALUE SPACE.
           02 FILLER  PIC X(7) VALUE "Page : ".
           02 PageNum PIC Z9.
       01 EmployerHeading.
           02 FILLER        PIC X(09) VALUE "COMPANY: ".
           02 PrintEmpID    PIC 9(05).
           02 FILLER        PIC X(02) VALUE SPACE.
           02 PrintEmpName  PIC X(30).
           02 FILLER        PIC X(08) VALUE " RATIO: ".
           02 PrintEmpRatio PIC 9.99.
       01 EmployerAddress1.
           02 FILLER        PIC X(16) VALUE SPACE.
           02 PrintStreet   PIC X(25).
       01 EmployerAddress2.
           02 FILLER        PIC X(16) VALUE SPACE.
           02 PrintCity     PIC X(20).
           02 FILLER        PIC X VALUE SPACE.
           02 PrintState    PIC X(02).
           02 FILLER        PIC X VALUE SPACE.
           02 PrintZip      PIC X(10).
       01 Head.
           02 FILLER PIC X(07) VALUE " IDNum ".
           02 FILLER PIC X(27) VALUE "Employee".
           02 FILLER PIC X(09) VALUE "Date".
           02 FILLER PIC X(05) VALUE "Fund".
           02 FILLER PIC X(11) VALUE "  Gift Amt".
           02 FILLER PIC X(11) VALUE "  Match Amt".
           02 FILLER PIC X(08) VALUE "Listed".
       01 ClaimDetailLine.
           02 FILLER          PIC X VALUE SPACE.
           02 PrintDonorID    PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintDonorName  PIC X(26).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftDate   PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintFundCode   PIC X(04).
           02 FILLER          PIC X VALUE SPACE.
           02 PrintGiftAmt    PIC Z(4)9.99.
           02 FILLER          PIC X(02) VALUE SPACE.
           02 PrintMatchAmt   PIC Z(4)9.99.
           02 FILLER          PIC X(02) VALUE SPACE.
           02 PrintListDate   PIC 9(8).
       01 EmployerTotalLine.
           02 FILLER        PIC X(24) VALUE "  MATCH CLAIMED:        ".
           02 PrintEmpTotal   PIC Z(6)9.99.
       01 EmployerGiftLine.
           02 FILLER        PIC X(24) VALUE "  EMPLOYEE GIFTS:       ".
           02 PrintEmpGifts   PIC Z(6)9.99.
       01 EmployerCountLine.
           02 FILLER        PIC X(24) VALUE "  CLAIMS THIS COMPANY:  ".
           02 PrintEmpClaims  PIC ZZZZ9.
       01 SummaryHeading  PIC X(28) VALUE "MATCHING CLAIMS GRAND TOTAL".
       01 SummaryNew.
           02 FILLER         PIC X(24) VALUE "NEW CLAIMS THIS RUN:   ".
           02 PrintNewCount  PIC ZZZZ9.
       01 SummaryCapped.
           02 FILLER         PIC X(24) VALUE "GIFTS OVER ANNUAL CAP: ".
           02 PrintCapCount  PIC ZZZZ9.
       01 SummaryCancelled.
           02 FILLER         PIC X(24) VALUE "CLAIMS CANCELLED:      ".
           02 PrintCancelled PIC ZZZZ9.
       01 SummaryCompanies.
           02 FILLER         PIC X(24) VALUE "COMPANIES LISTED:      ".
           02 PrintEmpCount  PIC ZZZZ9.
       01 SummaryRecCount.
           02 FILLER         PIC X(24) VALUE "PENDING CLAIMS:        ".
           02 PrintTotalRecs PIC ZZZZ9.
       01 SummaryMatch.
           02 FILLER         PIC X(24) VALUE "TOTAL MATCH PENDING:   ".
           02 PrintTotalAmt  PIC Z(6)9.99.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       01 LineCount       PIC 99 VALUE ZERO.
           88 NewPageReq  VALUE 40 THRU 99.
       01 PageCount       PIC 99 VALUE ZERO.
           COPY "signlog.cpy".
       01 WSOprStatus    PIC X(02) VALUE '00'.
           88 WSOprFileOK     VALUE '00'.
       01 WSSignLogStatus PIC X(02) VALUE '00'.
           88 WSSignLogNotFound VALUE '35'.
       01 WSOprInput     PIC X(08).
       01 WSPwdInput     PIC X(08).
       01 WSSignOnTries  PIC 9(01) VALUE ZERO.
       01 WSSignOnSwitch PIC X(01) VALUE 'N'.
           88 WSSignedOn      VALUE 'Y'.
       01 WSOperatorID   PIC X(08) VALUE SPACES.
       01 WSOperatorRole PIC X(01) VALUE SPACE.
           88 WSRoleAllowed   VALUE 'D' 'A'.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O ClaimFile
           IF WSClaimNotFound
              OPEN OUTPUT ClaimFile
              CLOSE ClaimFile
              OPEN I-O ClaimFile
           END-IF
           IF NOT WSClaimFileOK
              DISPLAY "CANNOT OPEN MatchClaims.dat - FILE STATUS "
                 WSClaimStatus
              STOP RUN
           END-IF
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE ClaimFile
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE ClaimFile, GiftFile
              STOP RUN
           END-IF
           OPEN INPUT EmployerFile
           IF NOT WSEmpFileOK
              DISPLAY "CANNOT OPEN Employers.dat - FILE STATUS "
                 WSEmpStatus
              DISPLAY "RUN EMPMAINT TO BUILD THE EMPLOYER MASTER "
                 "FIRST."
              CLOSE ClaimFile, GiftFile, CustomerFile
              STOP RUN
           END-IF
           OPEN INPUT HistFile
           IF WSHistFileOK
              MOVE 'Y' TO WSHistCtlSwitch
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM CancelReversedClaims
           PERFORM ClaimNewGifts
           OPEN OUTPUT ClaimReport
           PERFORM PrintPageHeading
           PERFORM PrintPendingClaims
           PERFORM PrintGrandTotal
           WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3
           LINES
           CLOSE ClaimReport, ClaimFile, GiftFile, CustomerFile,
              EmployerFile
           IF WSHistCtlOn
              CLOSE HistFile
           END-IF
           DISPLAY WSNewCount " NEW CLAIM(S) WRITTEN, "
              WSCancelCount " CANCELLED."
           DISPLAY WSTotalRecs " PENDING CLAIM(S) LISTED TO "
              "MatchClaims.rpt."
           STOP RUN.

      *****************************************************************
      * Withdraw pending claims whose employee gift no longer stands.
      *****************************************************************
       CancelReversedClaims.
           MOVE 'N'  TO WSEOFSwitch
           MOVE ZERO TO ClaimDonorID
           MOVE ZERO TO ClaimGiftDate
           MOVE ZERO TO ClaimSeqNum
           START ClaimFile KEY IS NOT LESS THAN ClaimKey
              INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM CheckPendingClaim UNTIL WSEOF.

       CheckPendingClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSEOF TO TRUE
              NOT AT END
                 IF ClaimPending
                    PERFORM LookUpClaimGift
                    IF NOT WSGiftStanding
                       SET ClaimCancelled TO TRUE
                       REWRITE ClaimRecord
                          INVALID KEY
                             DISPLAY "CLAIM REWRITE FAILED FOR "
                                ClaimKey
                          NOT INVALID KEY
                             ADD 1 TO WSCancelCount
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.

      * The gift may still be on Gifts.dat or may have been archived
      * to GiftHist.dat; the date check guards against a sequence
      * number reused on Gifts.dat after the archive.
       LookUpClaimGift.
           SET WSGiftMissing TO TRUE
           MOVE ClaimDonorID TO GiftDonorID
           MOVE ClaimSeqNum  TO GiftSeqNum
           READ GiftFile
              KEY IS GiftKey
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF GiftDate = ClaimGiftDate
                    IF GiftNotReversed
                       SET WSGiftStanding TO TRUE
                    ELSE
                       SET WSGiftWasReversed TO TRUE
                    END-IF
                 END-IF
           END-READ
           IF WSGiftMissing AND WSHistCtlOn
              MOVE ClaimDonorID  TO HistDonorID
              MOVE ClaimGiftDate TO HistGiftDate
              MOVE ClaimSeqNum   TO HistSeqNum
              READ HistFile
                 KEY IS HistKey
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HistNotReversed
                       SET WSGiftStanding TO TRUE
                    ELSE
                       SET WSGiftWasReversed TO TRUE
                    END-IF
              END-READ
           END-IF.

      *****************************************************************
      * Write a pending claim for every eligible gift not yet claimed.
      *****************************************************************
       ClaimNewGifts.
           MOVE 'N'  TO WSEOFSwitch
           MOVE ZERO TO GiftDonorID
           MOVE ZERO TO GiftSeqNum
           START GiftFile KEY IS NOT LESS THAN GiftKey
              INVALID KEY SET WSEOF TO TRUE
           END-START
           PERFORM CheckGiftForClaim UNTIL WSEOF.

       CheckGiftForClaim.
           READ GiftFile NEXT RECORD
              AT END SET WSEOF TO TRUE
              NOT AT END
                 PERFORM CheckGiftEligible
                 IF WSGiftEligible
                    PERFORM WriteClaim
                 END-IF
           END-READ.

       CheckGiftEligible.
           MOVE 'N' TO WSEligSwitch
           IF GiftNotReversed AND GiftNotMatch AND GiftAmount > ZERO
              AND NOT GiftTypeInKind
              PERFORM SetClaimBase
              MOVE GiftDonorID TO IDNum
              READ CustomerFile
                 KEY IS IDNum
                 INVALID KEY
                    MOVE SPACES TO CustEmployerID
              END-READ
              IF CustEmployerID IS NUMERIC
                 MOVE CustEmployerID TO EmpID
                 READ EmployerFile
                    KEY IS EmpID
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF EmpActive AND WSClaimBase > ZERO
                          AND WSClaimBase >= EmpMinGift
                          AND EmpID NOT = GiftDonorID
                          PERFORM CheckEligibleFund
                          IF WSFundEligible
                             PERFORM CheckAlreadyClaimed
                          END-IF
                       END-IF
                 END-READ
              END-IF
           END-IF.

      * A company matches only what the employee actually gave: the
      * value of any goods or services received back comes off.
       SetClaimBase.
           IF GiftNoBenefit
              MOVE GiftAmount TO WSClaimBase
           ELSE
              COMPUTE WSClaimBase = GiftAmount - GiftBenefitAmt
           END-IF.

      * No fund codes on the employer means every fund is matched.
       CheckEligibleFund.
           IF EmpFundTable = SPACES
              MOVE 'Y' TO WSFundSwitch
           ELSE
              MOVE 'N' TO WSFundSwitch
              PERFORM MatchEligibleFund VARYING WSFundIX FROM 1 BY 1
                 UNTIL WSFundIX > 5 OR WSFundEligible
           END-IF.

       MatchEligibleFund.
           IF EmpFund (WSFundIX) = GiftFundCode
              MOVE 'Y' TO WSFundSwitch
           END-IF.

       CheckAlreadyClaimed.
           MOVE GiftDonorID TO ClaimDonorID
           MOVE GiftDate    TO ClaimGiftDate
           MOVE GiftSeqNum  TO ClaimSeqNum
           READ ClaimFile
              KEY IS ClaimKey
              INVALID KEY
                 MOVE 'Y' TO WSEligSwitch
           END-READ.

       WriteClaim.
           COMPUTE WSMatchAmt ROUNDED = WSClaimBase * EmpRatio
           IF EmpMaxMatch > ZERO
              PERFORM SumYearClaims
              COMPUTE WSMatchRoom = EmpMaxMatch - WSYearClaimed
              IF WSMatchRoom < WSMatchAmt
                 ADD 1 TO WSCapCount
                 IF WSMatchRoom > ZERO
                    MOVE WSMatchRoom TO WSMatchAmt
                 ELSE
                    MOVE ZERO TO WSMatchAmt
                 END-IF
              END-IF
           END-IF
           IF WSMatchAmt > ZERO
              MOVE SPACES       TO ClaimRecord
              MOVE GiftDonorID  TO ClaimDonorID
              MOVE GiftDate     TO ClaimGiftDate
              MOVE GiftSeqNum   TO ClaimSeqNum
              MOVE EmpID        TO ClaimEmpID
              MOVE WSClaimBase  TO ClaimGiftAmt
              MOVE GiftFundCode TO ClaimFundCode
              MOVE WSMatchAmt   TO ClaimMatchAmt
              MOVE WSToday      TO ClaimListDate
              MOVE ZERO         TO ClaimPaidDonorID
              MOVE ZERO         TO ClaimPaidSeqNum
              MOVE ZERO         TO ClaimPaidDate
              SET ClaimPending  TO TRUE
              WRITE ClaimRecord
                 INVALID KEY
                    DISPLAY "DUPLICATE CLAIM KEY DETECTED ON WRITE - "
                       "CLAIM NOT ADDED."
                 NOT INVALID KEY
                    ADD 1 TO WSNewCount
              END-WRITE
           END-IF.

      * The annual maximum is per employee per calendar year, counting
      * what is already pending or matched for this employer.
       SumYearClaims.
           MOVE ZERO TO WSYearClaimed
           MOVE 'N'  TO WSYearEOFSwitch
           COMPUTE WSYearStart = GiftYear * 10000 + 0101
           COMPUTE WSYearEnd   = GiftYear * 10000 + 1231
           MOVE GiftDonorID TO WSHoldDonorID
           MOVE EmpID       TO WSHoldEmpID
           MOVE GiftDonorID TO ClaimDonorID
           MOVE WSYearStart TO ClaimGiftDate
           MOVE ZERO        TO ClaimSeqNum
           START ClaimFile KEY IS NOT LESS THAN ClaimKey
              INVALID KEY SET WSYearEOF TO TRUE
           END-START
           PERFORM AddYearClaim UNTIL WSYearEOF.

       AddYearClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSYearEOF TO TRUE
              NOT AT END
                 IF ClaimDonorID NOT = WSHoldDonorID
                    OR ClaimGiftDate > WSYearEnd
                    SET WSYearEOF TO TRUE
                 ELSE
                    IF ClaimEmpID = WSHoldEmpID
                       AND (ClaimPending OR ClaimMatched)
                       ADD ClaimMatchAmt TO WSYearClaimed
                    END-IF
                 END-IF
           END-READ.

      *****************************************************************
      * List every pending claim by company on the alternate key.
      *****************************************************************
       PrintPendingClaims.
           MOVE 'N'  TO WSEOFSwitch
           MOVE ZERO TO ClaimEmpID
           START ClaimFile KEY IS NOT LESS THAN ClaimEmpID
              INVALID KEY SET WSEOF TO TRUE
           END-START
           IF NOT WSEOF
              PERFORM ReadNextPending
           END-IF
           IF NOT WSEOF
              MOVE ClaimEmpID TO WSHoldEmpID
              PERFORM PrintEmployerHeading
              PERFORM PrintClaimBody UNTIL WSEOF
              PERFORM PrintEmployerTotals
           END-IF.

       ReadNextPending.
           READ ClaimFile NEXT RECORD
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM SkipNotPending UNTIL WSEOF OR ClaimPending.

       SkipNotPending.
           READ ClaimFile NEXT RECORD
              AT END SET WSEOF TO TRUE
           END-READ.

       PrintPageHeading.
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
           MOVE 1 TO LineCount
           ADD 1 TO PageCount.

       PrintClaimBody.
           IF ClaimEmpID NOT = WSHoldEmpID
              PERFORM PrintEmployerTotals
              MOVE ClaimEmpID TO WSHoldEmpID
              PERFORM PrintEmployerHeading
           END-IF
           IF NewPageReq
              MOVE PageCount TO PageNum
              WRITE PrintLine FROM PageFooting AFTER ADVANCING 1 LINES
              PERFORM PrintPageHeading
           END-IF
           MOVE ClaimDonorID  TO PrintDonorID
           PERFORM LookUpDonorName
           MOVE ClaimGiftDate TO PrintGiftDate
           MOVE ClaimFundCode TO PrintFundCode
           MOVE ClaimGiftAmt  TO PrintGiftAmt
           MOVE ClaimMatchAmt TO PrintMatchAmt
           MOVE ClaimListDate TO PrintListDate
           WRITE PrintLine FROM ClaimDetailLine AFTER
           ADVANCING 1 LINE
           ADD 1 TO LineCount
           ADD 1             TO WSEmpClaimCount
           ADD ClaimGiftAmt  TO WSEmpGiftAmt
           ADD ClaimMatchAmt TO WSEmpMatchAmt
           ADD 1             TO WSTotalRecs
           ADD ClaimMatchAmt TO WSTotalAmt
           PERFORM ReadNextPending.

      * The claim record is held across the company lookups, which
      * do not disturb the alternate-key position on ClaimFile.
       PrintEmployerHeading.
           MOVE WSHoldEmpID TO PrintEmpID
           MOVE WSHoldEmpID TO EmpID
           READ EmployerFile
              KEY IS EmpID
              INVALID KEY
                 MOVE "*NOT ON EMPLOYER MASTER*" TO EmpName
                 MOVE ZERO TO EmpRatio
           END-READ
           MOVE EmpName  TO PrintEmpName
           MOVE EmpRatio TO PrintEmpRatio
           MOVE WSHoldEmpID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE SPACES TO CustAddress
           END-READ
           MOVE Street    TO PrintStreet
           MOVE City      TO PrintCity
           MOVE StateCode TO PrintState
           MOVE ZipCode   TO PrintZip
           WRITE PrintLine FROM EmployerHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM EmployerAddress1 AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM EmployerAddress2 AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Head AFTER ADVANCING 1 LINE
           ADD 5 TO LineCount
           ADD 1 TO WSEmpCount
           MOVE ZERO TO WSEmpClaimCount
           MOVE ZERO TO WSEmpGiftAmt
           MOVE ZERO TO WSEmpMatchAmt.

       LookUpDonorName.
           MOVE ClaimDonorID TO IDNum
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
           MOVE SPACES TO PrintDonorName
           STRING FirstName(1:WSFNLen) DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  LastName             DELIMITED SIZE
                  INTO PrintDonorName
           END-STRING.

       TrimFirstNameLen.
           SUBTRACT 1 FROM WSFNLen.

       PrintEmployerTotals.
           MOVE WSEmpMatchAmt   TO PrintEmpTotal
           MOVE WSEmpGiftAmt    TO PrintEmpGifts
           MOVE WSEmpClaimCount TO PrintEmpClaims
           WRITE PrintLine FROM EmployerTotalLine AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM EmployerGiftLine AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM EmployerCountLine AFTER ADVANCING 1
           LINE
           ADD 4 TO LineCount.

       PrintGrandTotal.
           MOVE WSNewCount    TO PrintNewCount
           MOVE WSCapCount    TO PrintCapCount
           MOVE WSCancelCount TO PrintCancelled
           MOVE WSEmpCount    TO PrintEmpCount
           MOVE WSTotalRecs   TO PrintTotalRecs
           MOVE WSTotalAmt    TO PrintTotalAmt
           WRITE PrintLine FROM SummaryHeading AFTER ADVANCING 3
           LINES
           WRITE PrintLine FROM SummaryNew AFTER ADVANCING 2
           LINES
           WRITE PrintLine FROM SummaryCapped AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryCancelled AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryCompanies AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryRecCount AFTER ADVANCING 1
           LINE
           WRITE PrintLine FROM SummaryMatch AFTER ADVANCING 1
           LINE.

      * Every run starts with the operator signing on against
      * Operators.dat (OPERMAINT). Three refused tries, or a role
      * not allowed to run this program, ends the run; each refusal
      * goes to SignOn.log for the auditors.
       SignOnOperator.
           OPEN INPUT OperatorFile
           IF NOT WSOprFileOK
              DISPLAY "CANNOT OPEN Operators.dat - FILE STATUS "
                 WSOprStatus
              DISPLAY "RUN OPERMAINT TO ADD THE FIRST ADMINISTRATOR "
                 "IF THIS IS A NEW INSTALLATION."
              STOP RUN
           END-IF
           PERFORM GetSignOn WITH TEST AFTER
              UNTIL WSSignedOn OR WSSignOnTries = 3
           CLOSE OperatorFile
           IF NOT WSSignedOn
              DISPLAY "SIGN-ON FAILED - RUN CANCELLED."
              STOP RUN
           END-IF
           IF NOT WSRoleAllowed
              DISPLAY "OPERATOR " WSOperatorID " IS NOT AUTHORIZED "
                 "TO RUN MATCHCLAIM."
              MOVE "ROLE NOT AUTHORIZED FOR PROGRAM"
                 TO SignLogReason
              PERFORM WriteSignOnLog
              STOP RUN
           END-IF.

       GetSignOn.
           ADD 1 TO WSSignOnTries
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WSOprInput
           INSPECT WSOprInput CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT WSPwdInput
           MOVE WSOprInput TO OprID
           READ OperatorFile
              KEY IS OprID
              INVALID KEY
                 MOVE "UNKNOWN OPERATOR ID" TO SignLogReason
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN OprRevoked
                       MOVE "OPERATOR REVOKED" TO SignLogReason
                    WHEN OprPassword NOT = WSPwdInput
                       MOVE "WRONG PASSWORD" TO SignLogReason
                    WHEN OTHER
                       MOVE 'Y'     TO WSSignOnSwitch
                       MOVE OprID   TO WSOperatorID
                       MOVE OprRole TO WSOperatorRole
                 END-EVALUATE
           END-READ
           IF NOT WSSignedOn
              DISPLAY "SIGN-ON REFUSED - " SignLogReason
              PERFORM WriteSignOnLog
           END-IF.

       WriteSignOnLog.
           MOVE "MATCHCLAIM" TO SignLogProgram
           MOVE WSOprInput  TO SignLogOperID
           ACCEPT SignLogDate FROM DATE YYYYMMDD
           ACCEPT SignLogTime FROM TIME
           OPEN EXTEND SignOnLogFile
           IF WSSignLogNotFound
              OPEN OUTPUT SignOnLogFile
           END-IF
           MOVE SignOnLogRecord TO SignOnLogLine
           WRITE SignOnLogLine
           CLOSE SignOnLogFile.
