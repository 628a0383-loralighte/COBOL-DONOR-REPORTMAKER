      *****************************************************************
      * Program name:    MATCHPOST
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: posts a company's matching-gift
      *                  check. Keyed under an OPEN deposit batch, the
      *                  same as record.cob. The operator keys the
      *                  employer's ID (see emplrec.cpy) and each of
      *                  that company's PENDING claims on
      *                  MatchClaims.dat (see claimrec.cpy, written by
      *                  MATCHCLAIM) is shown for (Y)ES, (N)O or (A)LL
      *                  the rest, up to WSSelMax claims per check.
      *                  The check is then posted as one gift on
      *                  Gifts.dat under the company's own donor IDNum,
      *                  flagged as a matching gift (GiftMatchFlag) so
      *                  it is never itself claimed, logged to
      *                  DonorAudit.log and rolled into the batch
      *                  totals. Each selected claim is marked MATCHED
      *                  with the company gift's key and date, which
      *                  ties the check back to the employee gifts it
      *                  matches, drops the claim from the pending
      *                  list and gives the employee the soft credit
      *                  shown in DONORINQ. A check amount that differs
      *                  from the claims selected is warned about and
      *                  must be confirmed before posting.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; finance or an
      *                  administrator only. The operator ID is stamped
      *                  on each DonorAudit.log line; refused sign-ons
      *                  go to SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MATCHPOST.
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
           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmpID
           FILE STATUS IS WSEmpStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT GiftFile ASSIGN TO "Gifts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GiftKey
           FILE STATUS IS WSGiftStatus.
           SELECT FundFile ASSIGN TO "Funds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FundCode
           FILE STATUS IS WSFundStatus.
           SELECT AppealFile ASSIGN TO "Appeals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AppealCode
           FILE STATUS IS WSAppealStatus.
           SELECT PeriodFile ASSIGN TO "Periods.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PeriodKey
           FILE STATUS IS WSPeriodStatus.
           SELECT BatchFile ASSIGN TO "Batches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BatchID
           FILE STATUS IS WSBatchStatus.
           SELECT AuditFile ASSIGN TO "DonorAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
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
       FD EmployerFile.
           COPY "emplrec.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD GiftFile.
           COPY "giftrec.cpy".
       FD FundFile.
           COPY "fundrec.cpy".
       FD AppealFile.
           COPY "appealrec.cpy".
       FD PeriodFile.
           COPY "periodrec.cpy".
       FD BatchFile.
           COPY "batchrec.cpy".
       FD AuditFile.
       01 AuditLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
       01 WSIDInput     PIC X(05).
       01 WSIDNum       PIC 9(05) VALUE ZERO.
       01 WSEmpSwitch   PIC X(01) VALUE 'N'.
           88 WSEmpOK       VALUE 'Y'.
           88 WSEmpQuit     VALUE 'Q'.
       01 WSAmtInput    PIC X(07).
       01 WSAmtInputAmt REDEFINES WSAmtInput PIC 9(05)V99.
       01 WSDateInput   PIC X(08).
       01 WSDateGroups  REDEFINES WSDateInput.
           02 WSDateYear  PIC 9(4).
           02 WSDateMonth PIC 9(2).
           02 WSDateDay   PIC 9(2).
       01 WSDateSwitch  PIC X(01) VALUE 'N'.
           88 WSDateOK      VALUE 'Y'.
       01 WSMoreChecks  PIC X(01) VALUE 'Y'.
           88 WSMoreChecksYes  VALUE 'Y' 'y'.
       01 WSConfirm     PIC X(01) VALUE 'N'.
           88 WSConfirmYes     VALUE 'Y' 'y'.
       01 WSSelectInput PIC X(01) VALUE 'N'.
           88 WSSelectYes      VALUE 'Y' 'y'.
           88 WSSelectAll      VALUE 'A' 'a'.
       01 WSSelectAllSwitch PIC X(01) VALUE 'N'.
           88 WSTakeAllClaims  VALUE 'Y'.
       01 WSClaimEOFSwitch PIC X(01) VALUE 'N'.
           88 WSClaimEOF    VALUE 'Y'.
       01 WSGiftEOFSwitch PIC X(01) VALUE 'N'.
           88 WSGiftEOF     VALUE 'Y'.
       01 WSNextSeq     PIC 9(03) VALUE ZERO.
      * Claims picked for the check in hand. A company paying more
      * than WSSelMax claims on one check has the rest left pending
      * for a second posting rather than writing past the table.
       01 WSSelTable.
           02 WSSelEntry OCCURS 100 TIMES.
              03 WSSelClaimKey PIC X(16).
       01 WSSelMax      PIC 9(03) VALUE 100.
       01 WSSelCount    PIC 9(03) VALUE ZERO.
       01 WSSelIX       PIC 9(03) VALUE ZERO.
       01 WSSelFullCount PIC 9(05) VALUE ZERO.
       01 WSSelTotal    PIC 9(07)V99 VALUE ZERO.
       01 WSClaimPosted PIC 9(05) VALUE ZERO.
       01 WSCheckCount  PIC 9(05) VALUE ZERO.
       01 WSClaimStatus PIC X(02) VALUE '00'.
           88 WSClaimFileOK  VALUE '00'.
       01 WSEmpStatus   PIC X(02) VALUE '00'.
           88 WSEmpFileOK    VALUE '00'.
       01 WSFileStatus  PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSGiftStatus  PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
           88 WSGiftNotFound VALUE '35'.
       01 WSFundInput   PIC X(04).
       01 WSFundSwitch  PIC X(01) VALUE 'N'.
           88 WSFundOK      VALUE 'Y'.
       01 WSFundStatus  PIC X(02) VALUE '00'.
           88 WSFundFileOK  VALUE '00'.
       01 WSAppealInput PIC X(04).
       01 WSAppealSwitch PIC X(01) VALUE 'N'.
           88 WSAppealOK    VALUE 'Y'.
       01 WSAppealStatus PIC X(02) VALUE '00'.
           88 WSAppealFileOK VALUE '00'.
       01 WSPeriodStatus PIC X(02) VALUE '00'.
           88 WSPeriodFileOK VALUE '00'.
       01 WSPeriodCtlSwitch PIC X(01) VALUE 'N'.
           88 WSPeriodCtlOn     VALUE 'Y'.
       01 WSBatchStatus PIC X(02) VALUE '00'.
           88 WSBatchFileOK VALUE '00'.
       01 WSBatchInput  PIC X(05).
       01 WSBatchNum    PIC 9(05) VALUE ZERO.
       01 WSBatchSwitch PIC X(01) VALUE 'N'.
           88 WSBatchOK     VALUE 'Y'.
           88 WSBatchQuit   VALUE 'Q'.
       01 WSCheckInput  PIC X(10).
       01 WSDisplayAmt  PIC Z(6)9.99.
       01 WSDisplayExp  PIC Z(6)9.99.
       01 WSDisplayGift PIC Z(4)9.99.
       01 WSDisplayMatch PIC Z(4)9.99.
       01 WSAuditStatus PIC X(02) VALUE '00'.
           88 WSAuditNotFound  VALUE '35'.
       01 WSToday       PIC 9(8) VALUE ZERO.
       01 WSNow         PIC 9(8) VALUE ZERO.
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
           88 WSRoleAllowed   VALUE 'F' 'A'.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O ClaimFile
           IF NOT WSClaimFileOK
              DISPLAY "CANNOT OPEN MatchClaims.dat - FILE STATUS "
                 WSClaimStatus
              DISPLAY "RUN MATCHCLAIM TO BUILD THE CLAIMS LIST FIRST."
              STOP RUN
           END-IF
           OPEN INPUT EmployerFile
           IF NOT WSEmpFileOK
              DISPLAY "CANNOT OPEN Employers.dat - FILE STATUS "
                 WSEmpStatus
              DISPLAY "RUN EMPMAINT TO BUILD THE EMPLOYER MASTER "
                 "FIRST."
              CLOSE ClaimFile
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE ClaimFile, EmployerFile
              STOP RUN
           END-IF
           PERFORM OpenGiftFile
           OPEN INPUT FundFile
           IF NOT WSFundFileOK
              DISPLAY "CANNOT OPEN Funds.dat - FILE STATUS "
                 WSFundStatus
              DISPLAY "RUN FUNDMAINT TO BUILD THE FUND MASTER FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE ClaimFile, EmployerFile, CustomerFile, GiftFile
              STOP RUN
           END-IF
           OPEN INPUT AppealFile
           IF NOT WSAppealFileOK
              DISPLAY "CANNOT OPEN Appeals.dat - FILE STATUS "
                 WSAppealStatus
              DISPLAY "RUN APPEALMAINT TO BUILD THE APPEAL MASTER "
                 "FIRST IF THIS IS A NEW INSTALLATION."
              CLOSE ClaimFile, EmployerFile, CustomerFile, GiftFile
              CLOSE FundFile
              STOP RUN
           END-IF
           PERFORM OpenPeriodFile
           OPEN I-O BatchFile
           IF NOT WSBatchFileOK
              DISPLAY "CANNOT OPEN Batches.dat - FILE STATUS "
                 WSBatchStatus
              DISPLAY "RUN BATCHMAINT TO OPEN A DEPOSIT BATCH "
                 "BEFORE KEYING GIFTS."
              CLOSE ClaimFile, EmployerFile, CustomerFile, GiftFile
              CLOSE FundFile, AppealFile
              IF WSPeriodCtlOn
                 CLOSE PeriodFile
              END-IF
              STOP RUN
           END-IF
           PERFORM OpenAuditFile
           PERFORM GetBatchNumber WITH TEST AFTER
              UNTIL WSBatchOK OR WSBatchQuit
           IF WSBatchOK
              PERFORM PostCheck UNTIL NOT WSMoreChecksYes
           END-IF
           DISPLAY WSCheckCount " MATCHING CHECK(S) POSTED THIS "
              "SESSION."
           DISPLAY WSClaimPosted " CLAIM(S) MARKED MATCHED."
           CLOSE ClaimFile, EmployerFile, CustomerFile, GiftFile
           CLOSE FundFile, AppealFile
           IF WSPeriodCtlOn
              CLOSE PeriodFile
           END-IF
           CLOSE BatchFile
           CLOSE AuditFile
           STOP RUN.

       OpenPeriodFile.
           OPEN INPUT PeriodFile
           IF WSPeriodFileOK
              MOVE 'Y' TO WSPeriodCtlSwitch
           ELSE
              DISPLAY "NOTE: Periods.dat NOT ON FILE - PERIOD "
                 "CONTROL DISABLED. RUN PERIODMAINT TO BUILD IT."
           END-IF.

       OpenGiftFile.
           OPEN I-O GiftFile
           IF WSGiftNotFound
              OPEN OUTPUT GiftFile
              CLOSE GiftFile
              OPEN I-O GiftFile
           END-IF
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE ClaimFile, EmployerFile, CustomerFile
              STOP RUN
           END-IF.

       OpenAuditFile.
           OPEN EXTEND AuditFile
           IF WSAuditNotFound
              OPEN OUTPUT AuditFile
           END-IF.

       GetBatchNumber.
           DISPLAY "ENTER DEPOSIT BATCH NUMBER (BLANK TO QUIT): "
              WITH NO ADVANCING
           ACCEPT WSBatchInput
           MOVE 'N' TO WSBatchSwitch
           IF WSBatchInput = SPACES
              SET WSBatchQuit TO TRUE
           ELSE
              IF WSBatchInput IS NUMERIC
                 MOVE WSBatchInput TO WSBatchNum
                 MOVE WSBatchNum   TO BatchID
                 READ BatchFile
                    KEY IS BatchID
                    INVALID KEY
                       DISPLAY "BATCH NOT ON FILE - OPEN IT THROUGH "
                          "BATCHMAINT FIRST."
                    NOT INVALID KEY
                       IF BatchReleased
                          DISPLAY "BATCH " BatchID " WAS RELEASED "
                             "ON " BatchReleaseDate " - NO MORE "
                             "GIFTS MAY BE KEYED TO IT."
                       ELSE
                          MOVE 'Y' TO WSBatchSwitch
                          PERFORM ShowBatchProgress
                       END-IF
                 END-READ
              ELSE
                 DISPLAY "INVALID BATCH NUMBER - NUMBERS ONLY."
              END-IF
           END-IF.

       ShowBatchProgress.
           MOVE BatchKeyAmount TO WSDisplayAmt
           MOVE BatchExpAmount TO WSDisplayExp
           DISPLAY "BATCH " BatchID " (" BatchPayMethod "): "
              BatchKeyCount " OF " BatchExpCount " ITEM(S), "
              WSDisplayAmt " OF " WSDisplayExp.

       PostCheck.
           PERFORM GetEmployer WITH TEST AFTER
              UNTIL WSEmpOK OR WSEmpQuit
           IF WSEmpOK
              PERFORM PostEmployerCheck
           END-IF
           DISPLAY "POST ANOTHER MATCHING CHECK? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WSMoreChecks.

       PostEmployerCheck.
           PERFORM SelectClaims
           IF WSSelCount = ZERO
              DISPLAY "NO CLAIMS SELECTED - NOTHING POSTED."
           ELSE
              MOVE WSSelTotal TO WSDisplayAmt
              DISPLAY WSSelCount " CLAIM(S) SELECTED, MATCH TOTAL "
                 WSDisplayAmt
              DISPLAY "CHECK AMOUNT - " WITH NO ADVANCING
              PERFORM GetCheckAmount WITH TEST AFTER
                 UNTIL WSAmtInput IS NUMERIC
              MOVE 'Y' TO WSConfirm
              IF WSAmtInputAmt NOT = WSSelTotal
                 DISPLAY "WARNING: CHECK AMOUNT DOES NOT EQUAL THE "
                    "CLAIMS SELECTED (" WSDisplayAmt ")."
                 DISPLAY "POST IT ANYWAY? (Y/N): " WITH NO ADVANCING
                 ACCEPT WSConfirm
              END-IF
              IF WSConfirmYes
                 PERFORM GetFundCode WITH TEST AFTER
                    UNTIL WSFundOK
                 PERFORM GetAppealCode WITH TEST AFTER
                    UNTIL WSAppealOK
                 PERFORM GetDonationDate WITH TEST AFTER
                    UNTIL WSDateOK
                 MOVE SPACES TO WSCheckInput
                 IF BatchPayCheck
                    PERFORM GetCheckNumber WITH TEST AFTER
                       UNTIL WSCheckInput NOT = SPACES
                 END-IF
                 PERFORM WriteMatchGift
              ELSE
                 DISPLAY "CHECK NOT POSTED - CLAIMS LEFT PENDING."
              END-IF
           END-IF.

       GetEmployer.
           DISPLAY "ENTER EMPLOYER'S DONOR ID (BLANK TO SKIP): "
              WITH NO ADVANCING
           ACCEPT WSIDInput
           MOVE 'N' TO WSEmpSwitch
           EVALUATE TRUE
              WHEN WSIDInput = SPACES
                 SET WSEmpQuit TO TRUE
              WHEN WSIDInput IS NUMERIC
                 MOVE WSIDInput TO WSIDNum
                 MOVE WSIDNum   TO EmpID
                 READ EmployerFile
                    KEY IS EmpID
                    INVALID KEY
                       DISPLAY "EMPLOYER NOT ON FILE - ADD IT THROUGH "
                          "EMPMAINT FIRST."
                    NOT INVALID KEY
                       PERFORM CheckCompanyDonor
                 END-READ
              WHEN OTHER
                 DISPLAY "INVALID ID - NUMBERS ONLY. TRY AGAIN."
           END-EVALUATE.

       CheckCompanyDonor.
           MOVE WSIDNum TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 DISPLAY "COMPANY HAS NO DONOR RECORD ON "
                    "Customer.dat - ADD IT THROUGH EMPMAINT."
              NOT INVALID KEY
                 DISPLAY "EMPLOYER: " EmpName
                 MOVE 'Y' TO WSEmpSwitch
           END-READ.

      *****************************************************************
      * Walk the company's claims on the alternate key and pick the
      * pending ones this check pays.
      *****************************************************************
       SelectClaims.
           MOVE ZERO TO WSSelCount
           MOVE ZERO TO WSSelFullCount
           MOVE ZERO TO WSSelTotal
           MOVE 'N'  TO WSSelectAllSwitch
           MOVE 'N'  TO WSClaimEOFSwitch
           MOVE WSIDNum TO ClaimEmpID
           START ClaimFile KEY IS EQUAL TO ClaimEmpID
              INVALID KEY
                 DISPLAY "NO CLAIMS ON FILE FOR THIS EMPLOYER."
                 SET WSClaimEOF TO TRUE
           END-START
           PERFORM OfferNextClaim UNTIL WSClaimEOF
           IF WSSelFullCount > ZERO
              DISPLAY WSSelFullCount " MORE CLAIM(S) LEFT PENDING - "
                 "ONLY " WSSelMax " MAY BE PAID ON ONE CHECK."
           END-IF.

       OfferNextClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSClaimEOF TO TRUE
              NOT AT END
                 IF ClaimEmpID NOT = WSIDNum
                    SET WSClaimEOF TO TRUE
                 ELSE
                    IF ClaimPending
                       PERFORM OfferClaim
                    END-IF
                 END-IF
           END-READ.

       OfferClaim.
           IF WSTakeAllClaims
              MOVE 'Y' TO WSSelectInput
           ELSE
              MOVE ClaimGiftAmt  TO WSDisplayGift
              MOVE ClaimMatchAmt TO WSDisplayMatch
              DISPLAY "EMPLOYEE " ClaimDonorID " GIFT " ClaimGiftDate
                 " " WSDisplayGift " FUND " ClaimFundCode
                 " MATCH " WSDisplayMatch
              DISPLAY "PAID BY THIS CHECK? (Y)ES, (N)O, (A)LL THE "
                 "REST: " WITH NO ADVANCING
              ACCEPT WSSelectInput
              IF WSSelectAll
                 SET WSTakeAllClaims TO TRUE
                 MOVE 'Y' TO WSSelectInput
              END-IF
           END-IF
           IF WSSelectYes
              IF WSSelCount < WSSelMax
                 ADD 1 TO WSSelCount
                 MOVE ClaimKey TO WSSelClaimKey (WSSelCount)
                 ADD ClaimMatchAmt TO WSSelTotal
              ELSE
                 ADD 1 TO WSSelFullCount
              END-IF
           END-IF.

       GetCheckAmount.
           DISPLAY "ENTER AMOUNT (7 DIGITS - 5 WHOLE DOLLARS THEN 2 "
              "CENTS, NO DECIMAL POINT): " WITH NO ADVANCING
           ACCEPT WSAmtInput
           IF WSAmtInput NOT NUMERIC
              DISPLAY "INVALID AMOUNT - NUMBERS ONLY."
           END-IF.

      *****************************************************************
      * Post the check under the company and tie each claim to it.
      *****************************************************************
       WriteMatchGift.
           PERFORM GetNextGiftSeq
           MOVE SPACES        TO GiftRecord
           MOVE WSIDNum       TO GiftDonorID
           MOVE WSNextSeq     TO GiftSeqNum
           MOVE WSAmtInputAmt TO GiftAmount
           MOVE WSFundInput   TO GiftFundCode
           MOVE WSDateInput   TO GiftDate
           MOVE WSAppealInput TO GiftAppealCode
           MOVE WSBatchNum    TO GiftBatchID
           MOVE WSCheckInput  TO GiftCheckNum
           SET GiftIsMatch    TO TRUE
           WRITE GiftRecord
              INVALID KEY
                 DISPLAY "DUPLICATE GIFT KEY DETECTED ON WRITE - "
                    "CHECK NOT POSTED, CLAIMS LEFT PENDING."
              NOT INVALID KEY
                 PERFORM WriteAuditRecord
                 ADD 1 TO WSCheckCount
                 PERFORM UpdateBatchTotals
                 PERFORM MarkClaimMatched VARYING WSSelIX FROM 1 BY 1
                    UNTIL WSSelIX > WSSelCount
                 DISPLAY "CHECK POSTED AS GIFT " WSIDNum "-" WSNextSeq
                    " MATCHING " WSSelCount " CLAIM(S)."
           END-WRITE.

       MarkClaimMatched.
           MOVE WSSelClaimKey (WSSelIX) TO ClaimKey
           READ ClaimFile
              KEY IS ClaimKey
              INVALID KEY
                 DISPLAY "CLAIM " WSSelClaimKey (WSSelIX)
                    " NO LONGER ON FILE - NOT MARKED."
              NOT INVALID KEY
                 SET ClaimMatched TO TRUE
                 MOVE WSIDNum     TO ClaimPaidDonorID
                 MOVE WSNextSeq   TO ClaimPaidSeqNum
                 MOVE WSDateInput TO ClaimPaidDate
                 REWRITE ClaimRecord
                    INVALID KEY
                       DISPLAY "CLAIM REWRITE FAILED FOR "
                          WSSelClaimKey (WSSelIX)
                    NOT INVALID KEY
                       ADD 1 TO WSClaimPosted
                 END-REWRITE
           END-READ.

       UpdateBatchTotals.
           MOVE WSBatchNum TO BatchID
           READ BatchFile
              KEY IS BatchID
              INVALID KEY
                 DISPLAY "BATCH " WSBatchNum " NOT ON FILE - KEYED "
                    "TOTALS NOT UPDATED."
              NOT INVALID KEY
                 ADD 1          TO BatchKeyCount
                 ADD GiftAmount TO BatchKeyAmount
                 REWRITE BatchRecord
                    INVALID KEY
                       DISPLAY "BATCH REWRITE FAILED - KEYED TOTALS "
                          "NOT UPDATED."
                 END-REWRITE
                 PERFORM ShowBatchProgress
           END-READ.

       GetNextGiftSeq.
           MOVE ZERO TO WSNextSeq
           MOVE 'N'  TO WSGiftEOFSwitch
           MOVE WSIDNum TO GiftDonorID
           MOVE ZERO    TO GiftSeqNum
           START GiftFile KEY IS NOT LESS THAN GiftKey
              INVALID KEY SET WSGiftEOF TO TRUE
           END-START
           PERFORM ScanDonorGifts UNTIL WSGiftEOF
           ADD 1 TO WSNextSeq.

       ScanDonorGifts.
           READ GiftFile NEXT RECORD
              AT END SET WSGiftEOF TO TRUE
              NOT AT END
                 IF GiftDonorID = WSIDNum
                    MOVE GiftSeqNum TO WSNextSeq
                 ELSE
                    SET WSGiftEOF TO TRUE
                 END-IF
           END-READ.

       WriteAuditRecord.
           MOVE GiftDonorID  TO AuditIDNum
           SET AuditActionAdd TO TRUE
           MOVE GiftAmount   TO AuditAmount
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO AuditDate
           MOVE WSNow        TO AuditTime
           MOVE WSOperatorID TO AuditOperID
           MOVE AuditRecord  TO AuditLine
           WRITE AuditLine.

       GetCheckNumber.
           DISPLAY "ENTER CHECK NUMBER: " WITH NO ADVANCING
           ACCEPT WSCheckInput
           IF WSCheckInput = SPACES
              DISPLAY "CHECK NUMBER REQUIRED ON A CHECK BATCH."
           END-IF.

       GetFundCode.
           DISPLAY "ENTER FUND CODE: " WITH NO ADVANCING
           ACCEPT WSFundInput
           MOVE 'N' TO WSFundSwitch
           MOVE WSFundInput TO FundCode
           READ FundFile
              KEY IS FundCode
              INVALID KEY
                 DISPLAY "UNKNOWN FUND CODE - NOT ON THE FUND "
                    "MASTER. TRY AGAIN."
              NOT INVALID KEY
                 IF FundClosed
                    DISPLAY "FUND " FundCode " IS CLOSED - GIFTS "
                       "MAY NOT BE POSTED TO IT."
                 ELSE
                    MOVE 'Y' TO WSFundSwitch
                 END-IF
           END-READ.

       GetAppealCode.
           DISPLAY "ENTER APPEAL CODE (BLANK IF NONE): "
              WITH NO ADVANCING
           ACCEPT WSAppealInput
           MOVE 'N' TO WSAppealSwitch
           IF WSAppealInput = SPACES
              MOVE 'Y' TO WSAppealSwitch
           ELSE
              MOVE WSAppealInput TO AppealCode
              READ AppealFile
                 KEY IS AppealCode
                 INVALID KEY
                    DISPLAY "UNKNOWN APPEAL CODE - NOT ON THE APPEAL "
                       "MASTER. TRY AGAIN OR LEAVE BLANK."
                 NOT INVALID KEY
                    IF AppealClosed
                       DISPLAY "APPEAL " AppealCode " IS CLOSED - "
                          "GIFTS MAY NOT BE CODED TO IT."
                    ELSE
                       MOVE 'Y' TO WSAppealSwitch
                    END-IF
              END-READ
           END-IF.

       GetDonationDate.
           DISPLAY "ENTER CHECK DATE (CCYYMMDD): "
              WITH NO ADVANCING
           ACCEPT WSDateInput
           MOVE 'N' TO WSDateSwitch
           IF WSDateInput IS NUMERIC
              IF WSDateMonth >= 01 AND WSDateMonth <= 12
                 AND WSDateDay >= 01 AND WSDateDay <= 31
                 MOVE 'Y' TO WSDateSwitch
              END-IF
           END-IF
           IF NOT WSDateOK
              DISPLAY "INVALID DATE - ENTER CCYYMMDD, MONTH 01-12, "
                 "DAY 01-31."
           ELSE
              PERFORM CheckGiftPeriod
           END-IF.

       CheckGiftPeriod.
           IF WSPeriodCtlOn
              MOVE WSDateInput (1:6) TO PeriodKey
              READ PeriodFile
                 KEY IS PeriodKey
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PeriodClosed
                       DISPLAY "PERIOD " PeriodKey " IS CLOSED TO "
                          "THE GENERAL LEDGER - GIFTS MAY NOT BE "
                          "DATED IN IT."
                       MOVE 'N' TO WSDateSwitch
                    END-IF
              END-READ
           END-IF.

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
                 "TO RUN MATCHPOST."
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
           MOVE "MATCHPOST" TO SignLogProgram
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
