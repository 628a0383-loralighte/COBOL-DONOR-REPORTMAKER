      *                  not on file at all, period control is
      *                  disabled with a console note and entry runs
      *                  as before.
      * 10/15/26 TMB      Gifts are now keyed under a deposit batch
      *                  (see batchrec.cpy, opened by the bookkeeper
      *                  through BATCHMAINT). The session starts by
      *                  asking for the batch number; the batch must
      *                  be on Batches.dat and still OPEN, and a blank
      *                  entry ends the session without keying. Every
      *                  gift carries the batch number, a check batch
      *                  also takes the donor's check number, and the
      *                  batch's keyed count and total are rolled
      *                  forward and shown against the expected
      *                  figures after each gift so the operator can
      *                  see when the stack is in balance.
      * 10/15/26 TMB      Tribute gifts. After the date (and check
      *                  number) each gift asks whether it was made in
      *                  (M)EMORY or in (H)ONOR of someone, blank for
      *                  an ordinary gift. A tribute takes the
      *                  honoree's name (required) and the person to
      *                  notify with a mailing address (blank name if
      *                  no one is to be told); it is written to the
      *                  tribute file Tributes.dat under the gift's
      *                  donor, date and sequence (see tribrec.cpy)
      *                  and the gift is flagged with GiftTribType, so
      *                  TRIBLTRS can send the acknowledgement.
      *                  Tributes.dat is created on first use, same
      *                  as Gifts.dat.
      * 10/15/26 TMB      Gift type and quid-pro-quo benefit. After
      *                  the amount each gift asks its type - (C)ASH
      *                  or check (the default), (S)TOCK, in-(K)IND
      *                  goods, or (Q)UID-PRO-QUO for a gala ticket,
      *                  auction item or other payment the donor got
      *                  something back for. Stock and in-kind gifts
      *                  take a description of the shares or goods
      *                  and no check number; every type but in-kind
      *                  takes the fair-market value of any goods or
      *                  services the donor received (required on a
      *                  Q gift, never more than the payment). The
      *                  fields go on the gift (see giftrec.cpy) for
      *                  the LETTERS and YEARSTMT receipt wording.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else, and the signed-on
      *                  operator ID is stamped on each DonorAudit.log
      *                  line. Refused sign-ons go to SignOn.log.
      * 10/15/26 TMB      Stock and in-kind gifts are no longer added to
      *                  the deposit batch's keyed count and total - no
      *                  bank deposit carries them, so a batch holding
      *                  one could never balance. They still carry the
      *                  batch number they were keyed under.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  tutorial.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PeriodKey
           FILE STATUS IS WSPeriodStatus.
           SELECT BatchFile ASSIGN TO "Batches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BatchID
           FILE STATUS IS WSBatchStatus.
           SELECT TributeFile ASSIGN TO "Tributes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TribKey
           ALTERNATE RECORD KEY IS TribHonoree WITH DUPLICATES
           FILE STATUS IS WSTribStatus.
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
       FD CustomerFile.
           COPY "appealrec.cpy".
       FD PeriodFile.
           COPY "periodrec.cpy".
       FD BatchFile.
           COPY "batchrec.cpy".
       FD TributeFile.
           COPY "tribrec.cpy".
       FD AuditFile.
       01 AuditLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
       01 WSCustomer.
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
       01 WSTypeInput   PIC X(01).
           88 WSTypeValid   VALUE ' ' 'C' 'c' 'S' 's' 'K' 'k'
                                  'Q' 'q'.
           88 WSTypeInKind  VALUE 'K'.
           88 WSTypeEvent   VALUE 'Q'.
           88 WSTypeNonCash VALUE 'S' 'K'.
       01 WSDescInput   PIC X(30).
       01 WSBenefitInput PIC X(07).
       01 WSBenefitAmt  REDEFINES WSBenefitInput PIC 9(05)V99.
       01 WSBenefitSwitch PIC X(01) VALUE 'N'.
           88 WSBenefitOK   VALUE 'Y'.
       01 WSTribInput   PIC X(01).
           88 WSTribNone    VALUE ' '.
           88 WSTribValid   VALUE ' ' 'M' 'm' 'H' 'h'.
       01 WSTribCount   PIC 9(05) VALUE ZERO.
       01 WSTribStatus  PIC X(02) VALUE '00'.
           88 WSTribFileOK   VALUE '00'.
           88 WSTribNotFound VALUE '35'.
       01 WSDisplayAmt  PIC Z(6)9.99.
       01 WSDisplayExp  PIC Z(6)9.99.
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
           88 WSRoleAllowed   VALUE 'E' 'D' 'F' 'A'.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
              STOP RUN
           END-IF
           PERFORM OpenGiftFile
           PERFORM OpenTributeFile
           OPEN INPUT FundFile
           IF NOT WSFundFileOK
              DISPLAY "CANNOT OPEN Funds.dat - FILE STATUS "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE CustomerFile
              CLOSE GiftFile
              CLOSE TributeFile
              STOP RUN
           END-IF
           OPEN INPUT AppealFile
                 "FIRST IF THIS IS A NEW INSTALLATION."
              CLOSE CustomerFile
              CLOSE GiftFile
              CLOSE TributeFile
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
              CLOSE CustomerFile
              CLOSE GiftFile
              CLOSE TributeFile
              CLOSE FundFile
              CLOSE AppealFile
              IF WSPeriodCtlOn
                 CLOSE PeriodFile
              END-IF
              STOP RUN
           END-IF
           PERFORM OpenAuditFile
           PERFORM GetBatchNumber WITH TEST AFTER
              UNTIL WSBatchOK OR WSBatchQuit
           IF WSBatchOK
              PERFORM EnterDonor UNTIL NOT WSMoreDonorsYes
           END-IF
           DISPLAY WSRecCount " DONOR RECORD(S) ADDED THIS SESSION."
           DISPLAY WSGiftCount " GIFT RECORD(S) ADDED THIS SESSION."
           DISPLAY WSTribCount " TRIBUTE RECORD(S) ADDED THIS "
              "SESSION."
           CLOSE CustomerFile
           CLOSE GiftFile
           CLOSE TributeFile
           CLOSE FundFile
           CLOSE AppealFile
           IF WSPeriodCtlOn
              CLOSE PeriodFile
           END-IF
           CLOSE BatchFile
           CLOSE AuditFile
           STOP RUN.

              STOP RUN
           END-IF.

       OpenTributeFile.
           OPEN I-O TributeFile
           IF WSTribNotFound
              OPEN OUTPUT TributeFile
              CLOSE TributeFile
              OPEN I-O TributeFile
           END-IF
           IF NOT WSTribFileOK
              DISPLAY "CANNOT OPEN Tributes.dat - FILE STATUS "
                 WSTribStatus
              CLOSE CustomerFile
              CLOSE GiftFile
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

       EnterDonor.
           PERFORM GetIDNum WITH TEST AFTER
              UNTIL WSIDInput IS NUMERIC
           END-IF
           PERFORM GetDonationAmount WITH TEST AFTER
              UNTIL WSAmtInput IS NUMERIC
           PERFORM GetGiftType WITH TEST AFTER
              UNTIL WSTypeValid
           INSPECT WSTypeInput CONVERTING "cskq" TO "CSKQ"
           MOVE SPACES TO WSDescInput
           IF WSTypeNonCash
              PERFORM GetGiftDescription WITH TEST AFTER
                 UNTIL WSDescInput NOT = SPACES
           END-IF
           MOVE ZERO TO WSBenefitAmt
           IF NOT WSTypeInKind
              PERFORM GetBenefitAmount WITH TEST AFTER
                 UNTIL WSBenefitOK
           END-IF
           PERFORM GetFundCode WITH TEST AFTER
              UNTIL WSFundOK
           PERFORM GetAppealCode WITH TEST AFTER
              UNTIL WSAppealOK
           PERFORM GetDonationDate WITH TEST AFTER
              UNTIL WSDateOK
           MOVE SPACES TO WSCheckInput
           IF BatchPayCheck AND NOT WSTypeNonCash
              PERFORM GetCheckNumber WITH TEST AFTER
                 UNTIL WSCheckInput NOT = SPACES
           END-IF
           PERFORM GetTributeType WITH TEST AFTER
              UNTIL WSTribValid
           INSPECT WSTribInput CONVERTING "mh" TO "MH"
           IF NOT WSTribNone
              PERFORM GetTributeDetails
           END-IF
           PERFORM WriteGiftRecord
           DISPLAY "ENTER ANOTHER DONOR? (Y/N): " WITH NO ADVANCING
           ACCEPT WSMoreDonors.
           MOVE WSFundInput   TO GiftFundCode
           MOVE WSDateInput   TO GiftDate
           MOVE WSAppealInput TO GiftAppealCode
           MOVE WSBatchNum    TO GiftBatchID
           MOVE WSCheckInput  TO GiftCheckNum
           MOVE WSTribInput   TO GiftTribType
           MOVE WSTypeInput   TO GiftType
           MOVE WSBenefitAmt  TO GiftBenefitAmt
           MOVE WSDescInput   TO GiftDescription
           WRITE GiftRecord
              INVALID KEY
                 DISPLAY "DUPLICATE GIFT KEY DETECTED ON WRITE - "
              NOT INVALID KEY
                 PERFORM WriteAuditRecord
                 ADD 1 TO WSGiftCount
                 IF NOT WSTribNone
                    PERFORM WriteTributeRecord
                 END-IF
                 PERFORM UpdateBatchTotals
           END-WRITE.

       WriteTributeRecord.
           MOVE GiftDonorID TO TribDonorID
           MOVE GiftDate    TO TribGiftDate
           MOVE GiftSeqNum  TO TribSeqNum
           IF TribNotifyName = SPACES
              SET TribNoNotify TO TRUE
           ELSE
              SET TribNotifyPending TO TRUE
           END-IF
           WRITE TributeRecord
              INVALID KEY
                 DISPLAY "DUPLICATE TRIBUTE KEY DETECTED ON WRITE - "
                    "TRIBUTE NOT ADDED."
              NOT INVALID KEY
                 ADD 1 TO WSTribCount
           END-WRITE.

      * Stock and in-kind gifts never go to the bank, so they stay
      * out of the count and total the deposit has to agree with.
       UpdateBatchTotals.
           IF GiftTypeNonCash
              DISPLAY "NON-CASH GIFT - NOT COUNTED IN THE DEPOSIT "
                 "BATCH TOTALS."
           ELSE
              MOVE WSBatchNum TO BatchID
              READ BatchFile
                 KEY IS BatchID
                 INVALID KEY
                    DISPLAY "BATCH " WSBatchNum " NOT ON FILE - "
                       "KEYED TOTALS NOT UPDATED."
                 NOT INVALID KEY
                    ADD 1          TO BatchKeyCount
                    ADD GiftAmount TO BatchKeyAmount
                    REWRITE BatchRecord
                       INVALID KEY
                          DISPLAY "BATCH REWRITE FAILED - KEYED "
                             "TOTALS NOT UPDATED."
                    END-REWRITE
                    PERFORM ShowBatchProgress
              END-READ
           END-IF.

       GetNextGiftSeq.
           MOVE ZERO TO WSNextSeq
           MOVE 'N'  TO WSGiftEOFSwitch
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO AuditDate
           MOVE WSNow        TO AuditTime
           MOVE WSOperatorID TO AuditOperID
           MOVE AuditRecord  TO AuditLine
           WRITE AuditLine.

              DISPLAY "INVALID DONATION AMOUNT - NUMBERS ONLY."
           END-IF.

       GetGiftType.
           DISPLAY "GIFT TYPE - (C)ASH/CHECK, (S)TOCK, IN-(K)IND "
              "GOODS, (Q)UID-PRO-QUO/EVENT (BLANK = CASH): "
              WITH NO ADVANCING
           ACCEPT WSTypeInput
           IF NOT WSTypeValid
              DISPLAY "INVALID GIFT TYPE - ENTER C, S, K, Q OR BLANK."
           END-IF.

       GetGiftDescription.
           DISPLAY "DESCRIBE THE SHARES OR GOODS RECEIVED: "
              WITH NO ADVANCING
           ACCEPT WSDescInput
           IF WSDescInput = SPACES
              DISPLAY "DESCRIPTION REQUIRED ON A STOCK OR IN-KIND "
                 "GIFT."
           END-IF.

      * The benefit is the fair-market value of what the donor got
      * back; only the payment over it is deductible.
       GetBenefitAmount.
           DISPLAY "VALUE OF GOODS/SERVICES THE DONOR RECEIVED (7 "
              "DIGITS, BLANK IF NONE): " WITH NO ADVANCING
           ACCEPT WSBenefitInput
           MOVE 'N' TO WSBenefitSwitch
           IF WSBenefitInput = SPACES
              MOVE ZERO TO WSBenefitAmt
           END-IF
           EVALUATE TRUE
              WHEN WSBenefitInput NOT NUMERIC
                 DISPLAY "INVALID BENEFIT VALUE - NUMBERS ONLY."
              WHEN WSBenefitAmt > WSAmtInputAmt
                 DISPLAY "BENEFIT VALUE MAY NOT BE MORE THAN THE "
                    "DONATION AMOUNT."
              WHEN WSTypeEvent AND WSBenefitAmt = ZERO
                 DISPLAY "A QUID-PRO-QUO GIFT MUST CARRY THE VALUE "
                    "OF WHAT THE DONOR RECEIVED."
              WHEN OTHER
                 MOVE 'Y' TO WSBenefitSwitch
           END-EVALUATE.

       GetTributeType.
           DISPLAY "TRIBUTE GIFT - IN (M)EMORY OR IN (H)ONOR OF "
              "SOMEONE (BLANK IF NOT): " WITH NO ADVANCING
           ACCEPT WSTribInput
           IF NOT WSTribValid
              DISPLAY "INVALID TRIBUTE TYPE - ENTER M, H OR BLANK."
           END-IF.

       GetTributeDetails.
           MOVE SPACES      TO TributeRecord
           MOVE WSTribInput TO TribType
           PERFORM GetHonoree WITH TEST AFTER
              UNTIL TribHonoree NOT = SPACES
           DISPLAY "ENTER PERSON TO NOTIFY (BLANK IF NONE): "
              WITH NO ADVANCING
           ACCEPT TribNotifyName
           IF TribNotifyName NOT = SPACES
              DISPLAY "ENTER NOTIFY STREET: " WITH NO ADVANCING
              ACCEPT TribNotifyStreet
              DISPLAY "ENTER NOTIFY CITY: " WITH NO ADVANCING
              ACCEPT TribNotifyCity
              DISPLAY "ENTER NOTIFY STATE (2 CHARACTERS): "
                 WITH NO ADVANCING
              ACCEPT TribNotifyState
              DISPLAY "ENTER NOTIFY ZIP CODE: " WITH NO ADVANCING
              ACCEPT TribNotifyZip
           END-IF.

       GetHonoree.
           DISPLAY "ENTER HONOREE NAME: " WITH NO ADVANCING
           ACCEPT TribHonoree
           IF TribHonoree = SPACES
              DISPLAY "HONOREE NAME REQUIRED ON A TRIBUTE GIFT."
           END-IF.

       GetCheckNumber.
           DISPLAY "ENTER CHECK NUMBER: " WITH NO ADVANCING
           ACCEPT WSCheckInput
           IF WSCheckInput = SPACES
              DISPLAY "CHECK NUMBER REQUIRED ON A CHECK BATCH."
           END-IF.

       GetFundCode.
           DISPLAY "ENTER FUND CODE: " WITH NO ADVANCING
           ACCEPT WSFundInput
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
                 "TO RUN RECORD."
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
           MOVE "RECORD" TO SignLogProgram
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
