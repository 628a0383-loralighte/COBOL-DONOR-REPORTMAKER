      *****************************************************************
      * Program name:    BATCHMAINT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: maintains the deposit batch file
      *                  Batches.dat (see batchrec.cpy). The
      *                  bookkeeper opens a batch for each bank deposit
      *                  before any of its gifts are keyed: batch
      *                  number (normally the deposit slip number),
      *                  deposit date, payment method (CK check, CA
      *                  cash, CC credit card, WB web) and the
      *                  expected item count and dollar total off the
      *                  adding-machine tape. While a batch is open
      *                  the header can be corrected, or deleted if no
      *                  gift has been keyed to it yet. (R)ELEASE
      *                  recounts the batch's gifts straight off
      *                  Gifts.dat, refreshes the keyed count and
      *                  total on the header from that recount, and
      *                  releases the batch only when both agree with
      *                  the expected figures; otherwise the
      *                  differences are shown and the batch stays
      *                  open. A released batch is closed to further
      *                  entry and to gift corrections and deletes.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; entry clerks, finance or
      *                  an administrator only, and only finance or an
      *                  administrator may (R)ELEASE a batch. Refusals
      *                  and refused sign-ons go to SignOn.log.
      * 10/15/26 TMB      The release recount now passes over stock
      *                  and in-kind gifts: no bank deposit carries
      *                  them, so a batch holding one could never
      *                  balance. They keep the batch number they were
      *                  keyed under, and still keep the batch from
      *                  being deleted.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BATCHMAINT.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BatchFile ASSIGN TO "Batches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BatchID
           FILE STATUS IS WSBatchStatus.
           SELECT GiftFile ASSIGN TO "Gifts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GiftKey
           FILE STATUS IS WSGiftStatus.
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
       FD BatchFile.
           COPY "batchrec.cpy".
       FD GiftFile.
           COPY "giftrec.cpy".
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSBatchInput   PIC X(05).
       01 WSBatchNum     PIC 9(05) VALUE ZERO.
       01 WSFoundSwitch  PIC X(01) VALUE 'N'.
           88 WSBatchFound   VALUE 'Y'.
       01 WSActionCode   PIC X(01).
           88 WSActionAdd      VALUE 'A' 'a'.
           88 WSActionCorrect  VALUE 'C' 'c'.
           88 WSActionRelease  VALUE 'R' 'r'.
           88 WSActionDelete   VALUE 'D' 'd'.
       01 WSMoreInput    PIC X(01) VALUE 'Y'.
           88 WSMoreInputYes  VALUE 'Y' 'y'.
       01 WSDateInput    PIC X(08).
       01 WSDateGroups   REDEFINES WSDateInput.
           02 WSDateYear  PIC 9(4).
           02 WSDateMonth PIC 9(2).
           02 WSDateDay   PIC 9(2).
       01 WSDateSwitch   PIC X(01) VALUE 'N'.
           88 WSDateOK       VALUE 'Y'.
       01 WSMethodInput  PIC X(02).
           88 WSMethodValid  VALUE 'CK' 'CA' 'CC' 'WB'.
       01 WSCountInput   PIC X(05).
       01 WSAmtInput     PIC X(09).
       01 WSAmtInputAmt  REDEFINES WSAmtInput PIC 9(07)V99.
       01 WSGiftEOFSwitch PIC X(01) VALUE 'N'.
           88 WSGiftEOF      VALUE 'Y'.
       01 WSRecountCount PIC 9(05) VALUE ZERO.
       01 WSRecountAmt   PIC 9(07)V99 VALUE ZERO.
       01 WSRecountItems PIC 9(05) VALUE ZERO.
       01 WSDisplayAmt   PIC Z(6)9.99.
       01 WSDisplayExp   PIC Z(6)9.99.
       01 WSBatchStatus  PIC X(02) VALUE '00'.
           88 WSBatchFileOK   VALUE '00'.
           88 WSBatchNotFound VALUE '35'.
       01 WSGiftStatus   PIC X(02) VALUE '00'.
           88 WSGiftFileOK    VALUE '00'.
       01 WSToday        PIC 9(8) VALUE ZERO.
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
           88 WSRoleAllowed   VALUE 'E' 'F' 'A'.
           88 WSMayRelease    VALUE 'F' 'A'.
       01 WSRefusedAction PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O BatchFile
           IF WSBatchNotFound
              OPEN OUTPUT BatchFile
              CLOSE BatchFile
              OPEN I-O BatchFile
           END-IF
           IF NOT WSBatchFileOK
              DISPLAY "CANNOT OPEN Batches.dat - FILE STATUS "
                 WSBatchStatus
              STOP RUN
           END-IF
           PERFORM MaintainBatch UNTIL NOT WSMoreInputYes
           CLOSE BatchFile
           STOP RUN.

       MaintainBatch.
           DISPLAY "ENTER DEPOSIT BATCH NUMBER (5 DIGITS): "
              WITH NO ADVANCING
           ACCEPT WSBatchInput
           MOVE 'N' TO WSFoundSwitch
           IF WSBatchInput IS NUMERIC
              MOVE WSBatchInput TO WSBatchNum
              MOVE WSBatchNum   TO BatchID
              READ BatchFile
                 KEY IS BatchID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WSFoundSwitch
              END-READ
              IF WSBatchFound
                 PERFORM ProcessBatch
              ELSE
                 DISPLAY "BATCH NOT ON FILE. (A)DD IT? "
                    WITH NO ADVANCING
                 ACCEPT WSActionCode
                 IF WSActionAdd
                    PERFORM AddBatch
                 ELSE
                    DISPLAY "NO ACTION TAKEN."
                 END-IF
              END-IF
           ELSE
              DISPLAY "INVALID BATCH NUMBER - NUMBERS ONLY."
           END-IF
           DISPLAY "MAINTAIN ANOTHER BATCH? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WSMoreInput.

       ProcessBatch.
           PERFORM ShowBatch
           IF BatchReleased
              DISPLAY "BATCH WAS RELEASED ON " BatchReleaseDate
                 " - NO CHANGES ALLOWED."
           ELSE
              DISPLAY "(C)ORRECT HEADER, (R)ELEASE, OR (D)ELETE "
                 "THIS BATCH? " WITH NO ADVANCING
              ACCEPT WSActionCode
              EVALUATE TRUE
                 WHEN WSActionCorrect
                    PERFORM CorrectBatch
                 WHEN WSActionRelease AND NOT WSMayRelease
                    MOVE "RELEASE BATCH" TO WSRefusedAction
                    PERFORM RefuseAction
                 WHEN WSActionRelease
                    PERFORM ReleaseBatch
                 WHEN WSActionDelete
                    PERFORM DeleteBatch
                 WHEN OTHER
                    DISPLAY "NO ACTION TAKEN."
              END-EVALUATE
           END-IF.

       ShowBatch.
           MOVE BatchExpAmount TO WSDisplayExp
           MOVE BatchKeyAmount TO WSDisplayAmt
           DISPLAY "BATCH: " BatchID " DEPOSIT DATE: " BatchDate
              " METHOD: " BatchPayMethod " STATUS: " BatchStatus
           DISPLAY "EXPECTED: " BatchExpCount " ITEM(S) "
              WSDisplayExp
           DISPLAY "KEYED:    " BatchKeyCount " ITEM(S) "
              WSDisplayAmt.

       AddBatch.
           MOVE SPACES     TO BatchRecord
           MOVE WSBatchNum TO BatchID
           PERFORM GetHeaderFields
           MOVE ZERO TO BatchKeyCount
           MOVE ZERO TO BatchKeyAmount
           MOVE ZERO TO BatchReleaseDate
           SET BatchOpen TO TRUE
           WRITE BatchRecord
              INVALID KEY
                 DISPLAY "DUPLICATE BATCH NUMBER DETECTED ON WRITE - "
                    "BATCH NOT ADDED."
              NOT INVALID KEY
                 DISPLAY "BATCH ADDED AS OPEN - GIFTS MAY NOW BE "
                    "KEYED OR IMPORTED AGAINST IT."
           END-WRITE.

       CorrectBatch.
           PERFORM GetHeaderFields
           REWRITE BatchRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - BATCH NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "BATCH HEADER UPDATED."
           END-REWRITE.

       GetHeaderFields.
           PERFORM GetDepositDate WITH TEST AFTER
              UNTIL WSDateOK
           MOVE WSDateInput TO BatchDate
           PERFORM GetPayMethod WITH TEST AFTER
              UNTIL WSMethodValid
           MOVE WSMethodInput TO BatchPayMethod
           PERFORM GetExpectedCount WITH TEST AFTER
              UNTIL WSCountInput IS NUMERIC
           MOVE WSCountInput TO BatchExpCount
           PERFORM GetExpectedAmount WITH TEST AFTER
              UNTIL WSAmtInput IS NUMERIC
           MOVE WSAmtInputAmt TO BatchExpAmount.

       GetDepositDate.
           DISPLAY "ENTER DEPOSIT DATE (CCYYMMDD, BLANK FOR TODAY): "
              WITH NO ADVANCING
           ACCEPT WSDateInput
           MOVE 'N' TO WSDateSwitch
           IF WSDateInput = SPACES
              ACCEPT WSToday FROM DATE YYYYMMDD
              MOVE WSToday TO WSDateInput
              MOVE 'Y' TO WSDateSwitch
           ELSE
              IF WSDateInput IS NUMERIC
                 IF WSDateMonth >= 01 AND WSDateMonth <= 12
                    AND WSDateDay >= 01 AND WSDateDay <= 31
                    MOVE 'Y' TO WSDateSwitch
                 END-IF
              END-IF
           END-IF
           IF NOT WSDateOK
              DISPLAY "INVALID DATE - ENTER CCYYMMDD, MONTH 01-12, "
                 "DAY 01-31."
           END-IF.

       GetPayMethod.
           DISPLAY "ENTER PAYMENT METHOD - CK CHECK, CA CASH, "
              "CC CREDIT CARD, WB WEB: " WITH NO ADVANCING
           ACCEPT WSMethodInput
           INSPECT WSMethodInput CONVERTING "abckw" TO "ABCKW"
           IF NOT WSMethodValid
              DISPLAY "INVALID PAYMENT METHOD - ENTER CK, CA, CC "
                 "OR WB."
           END-IF.

       GetExpectedCount.
           DISPLAY "ENTER EXPECTED ITEM COUNT (5 DIGITS): "
              WITH NO ADVANCING
           ACCEPT WSCountInput
           IF WSCountInput NOT NUMERIC
              DISPLAY "INVALID ITEM COUNT - NUMBERS ONLY."
           END-IF.

       GetExpectedAmount.
           DISPLAY "ENTER EXPECTED DEPOSIT TOTAL (9 DIGITS - 7 "
              "WHOLE DOLLARS THEN 2 CENTS, NO DECIMAL POINT): "
              WITH NO ADVANCING
           ACCEPT WSAmtInput
           IF WSAmtInput NOT NUMERIC
              DISPLAY "INVALID DEPOSIT TOTAL - NUMBERS ONLY."
           END-IF.

       ReleaseBatch.
           PERFORM RecountBatchGifts
           MOVE WSRecountCount TO BatchKeyCount
           MOVE WSRecountAmt   TO BatchKeyAmount
           IF BatchKeyCount = BatchExpCount
              AND BatchKeyAmount = BatchExpAmount
              SET BatchReleased TO TRUE
              ACCEPT WSToday FROM DATE YYYYMMDD
              MOVE WSToday TO BatchReleaseDate
           ELSE
              DISPLAY "BATCH IS OUT OF BALANCE - NOT RELEASED."
              PERFORM ShowBatch
           END-IF
           REWRITE BatchRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - BATCH NOT UPDATED."
              NOT INVALID KEY
                 IF BatchReleased
                    DISPLAY "BATCH BALANCED AND RELEASED."
                 END-IF
           END-REWRITE.

      * The running count and total on the header are rolled forward
      * by every program that posts or changes a gift; the release
      * does not trust them, and recounts the batch off Gifts.dat.
       RecountBatchGifts.
           MOVE ZERO TO WSRecountCount
           MOVE ZERO TO WSRecountAmt
           MOVE ZERO TO WSRecountItems
           MOVE 'N'  TO WSGiftEOFSwitch
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              SET WSGiftEOF TO TRUE
           ELSE
              READ GiftFile
                 AT END SET WSGiftEOF TO TRUE
              END-READ
              PERFORM CountBatchGift UNTIL WSGiftEOF
              CLOSE GiftFile
           END-IF.

      * Stock and in-kind gifts are not part of the bank deposit,
      * but are still gifts keyed to the batch.
       CountBatchGift.
           IF GiftBatchID = BatchID
              ADD 1 TO WSRecountItems
              IF NOT GiftTypeNonCash
                 ADD 1 TO WSRecountCount
                 ADD GiftAmount TO WSRecountAmt
              END-IF
           END-IF
           READ GiftFile
              AT END SET WSGiftEOF TO TRUE
           END-READ.

       DeleteBatch.
           PERFORM RecountBatchGifts
           IF WSRecountItems > ZERO
              DISPLAY "BATCH HAS " WSRecountItems " GIFT(S) KEYED "
                 "TO IT - NOT DELETED."
           ELSE
              DELETE BatchFile
                 INVALID KEY
                    DISPLAY "DELETE FAILED - BATCH NOT REMOVED."
                 NOT INVALID KEY
                    DISPLAY "BATCH DELETED."
              END-DELETE
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
                 "TO RUN BATCHMAINT."
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

       RefuseAction.
           DISPLAY "ACTION NOT ALLOWED FOR OPERATOR ROLE - NO ACTION "
              "TAKEN."
           MOVE SPACES TO SignLogReason
           STRING "REFUSED: "     DELIMITED SIZE
                  WSRefusedAction DELIMITED SIZE
                  INTO SignLogReason
           END-STRING
           PERFORM WriteSignOnLog.

       WriteSignOnLog.
           MOVE "BATCHMAINT" TO SignLogProgram
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
