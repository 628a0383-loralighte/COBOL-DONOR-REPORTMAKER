      *****************************************************************
      * Program name:    EMPMAINT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: maintains the matching-gift employer
      *                  master Employers.dat (see emplrec.cpy), in
      *                  the style of APPEALMAINT. The employer is
      *                  keyed on the company's own donor IDNum on
      *                  Customer.dat, since its matching checks post
      *                  as gifts under that record; a company not yet
      *                  on Customer.dat can be added as a donor here
      *                  first. Adds an employer with its match ratio,
      *                  minimum employee gift, annual maximum match
      *                  and up to five eligible fund codes (validated
      *                  against Funds.dat), corrects those terms, or
      *                  flips the employer between ACTIVE and
      *                  INACTIVE. Employees are linked to their
      *                  employer through the DONORMAINT (E)MPLOYER
      *                  action; MATCHCLAIM claims only for ACTIVE
      *                  employers.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; development or an
      *                  administrator only. Refused sign-ons go to
      *                  SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPMAINT.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FundFile ASSIGN TO "Funds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FundCode
           FILE STATUS IS WSFundStatus.
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
       FD EmployerFile.
           COPY "emplrec.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD FundFile.
           COPY "fundrec.cpy".
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSIDInput      PIC X(05).
       01 WSIDNum        PIC 9(05) VALUE ZERO.
       01 WSFoundSwitch  PIC X(01) VALUE 'N'.
           88 WSEmpFound     VALUE 'Y'.
       01 WSDonorSwitch  PIC X(01) VALUE 'N'.
           88 WSDonorOnFile  VALUE 'Y'.
       01 WSActionCode   PIC X(01).
           88 WSActionAdd      VALUE 'A' 'a'.
           88 WSActionCorrect  VALUE 'C' 'c'.
           88 WSActionStatus   VALUE 'S' 's'.
       01 WSRatioInput   PIC X(03).
       01 WSRatioAmt     REDEFINES WSRatioInput PIC 9(01)V99.
       01 WSAmtInput     PIC X(07).
       01 WSAmtInputAmt  REDEFINES WSAmtInput PIC 9(05)V99.
       01 WSFundInput    PIC X(04).
       01 WSFundSwitch   PIC X(01) VALUE 'N'.
           88 WSFundOK       VALUE 'Y'.
       01 WSFundIX       PIC 9(02) VALUE ZERO.
       01 WSFundsDone    PIC X(01) VALUE 'N'.
           88 WSNoMoreFunds  VALUE 'Y'.
       01 WSRatioEdit    PIC 9.99.
       01 WSMinEdit      PIC Z(4)9.99.
       01 WSMaxEdit      PIC Z(4)9.99.
       01 WSMoreInput    PIC X(01) VALUE 'Y'.
           88 WSMoreInputYes  VALUE 'Y' 'y'.
       01 WSEmpStatus    PIC X(02) VALUE '00'.
           88 WSEmpFileOK     VALUE '00'.
           88 WSEmpNotFound   VALUE '35'.
       01 WSFileStatus   PIC X(02) VALUE '00'.
           88 WSFileOK        VALUE '00'.
       01 WSFundStatus   PIC X(02) VALUE '00'.
           88 WSFundFileOK    VALUE '00'.
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
           OPEN I-O EmployerFile
           IF WSEmpNotFound
              OPEN OUTPUT EmployerFile
              CLOSE EmployerFile
              OPEN I-O EmployerFile
           END-IF
           IF NOT WSEmpFileOK
              DISPLAY "CANNOT OPEN Employers.dat - FILE STATUS "
                 WSEmpStatus
              STOP RUN
           END-IF
           OPEN I-O CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE EmployerFile
              STOP RUN
           END-IF
           OPEN INPUT FundFile
           IF NOT WSFundFileOK
              DISPLAY "CANNOT OPEN Funds.dat - FILE STATUS "
                 WSFundStatus
              DISPLAY "RUN FUNDMAINT TO BUILD THE FUND MASTER FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE EmployerFile, CustomerFile
              STOP RUN
           END-IF
           PERFORM MaintainEmployer UNTIL NOT WSMoreInputYes
           CLOSE EmployerFile, CustomerFile, FundFile
           STOP RUN.

       MaintainEmployer.
           DISPLAY "ENTER EMPLOYER'S DONOR ID (5 DIGITS): "
              WITH NO ADVANCING
           ACCEPT WSIDInput
           MOVE 'N' TO WSFoundSwitch
           IF WSIDInput IS NUMERIC
              MOVE WSIDInput TO WSIDNum
              MOVE WSIDNum   TO EmpID
              READ EmployerFile
                 KEY IS EmpID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WSFoundSwitch
              END-READ
              IF WSEmpFound
                 PERFORM ShowEmployer
                 DISPLAY "(C)ORRECT MATCH TERMS OR (S)WITCH "
                    "ACTIVE/INACTIVE? " WITH NO ADVANCING
                 ACCEPT WSActionCode
                 EVALUATE TRUE
                    WHEN WSActionCorrect
                       PERFORM CorrectEmployer
                    WHEN WSActionStatus
                       PERFORM SwitchEmployerStatus
                    WHEN OTHER
                       DISPLAY "NO ACTION TAKEN."
                 END-EVALUATE
              ELSE
                 DISPLAY "EMPLOYER NOT ON FILE. (A)DD IT? "
                    WITH NO ADVANCING
                 ACCEPT WSActionCode
                 IF WSActionAdd
                    PERFORM CheckCompanyDonor
                    IF WSDonorOnFile
                       PERFORM AddEmployer
                    END-IF
                 ELSE
                    DISPLAY "NO ACTION TAKEN."
                 END-IF
              END-IF
           ELSE
              DISPLAY "INVALID ID - NUMBERS ONLY."
           END-IF
           DISPLAY "MAINTAIN ANOTHER EMPLOYER? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WSMoreInput.

       ShowEmployer.
           MOVE EmpRatio    TO WSRatioEdit
           MOVE EmpMinGift  TO WSMinEdit
           MOVE EmpMaxMatch TO WSMaxEdit
           DISPLAY "EMPLOYER: " EmpID " " EmpName
              " STATUS: " EmpStatus
           DISPLAY "RATIO: " WSRatioEdit " MINIMUM GIFT: " WSMinEdit
              " ANNUAL MAXIMUM: " WSMaxEdit
           DISPLAY "ELIGIBLE FUNDS: " EmpFund (1) " " EmpFund (2)
              " " EmpFund (3) " " EmpFund (4) " " EmpFund (5).

      * The employer's checks post under its own donor record, so the
      * company must be on Customer.dat before it can be an employer.
       CheckCompanyDonor.
           MOVE 'N' TO WSDonorSwitch
           MOVE WSIDNum TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 DISPLAY "COMPANY IS NOT ON Customer.dat UNDER THAT "
                    "ID. (A)DD IT AS A DONOR? " WITH NO ADVANCING
                 ACCEPT WSActionCode
                 IF WSActionAdd
                    PERFORM AddCompanyDonor
                 ELSE
                    DISPLAY "NO ACTION TAKEN."
                 END-IF
              NOT INVALID KEY
                 DISPLAY "COMPANY DONOR: " FirstName " " LastName
                 MOVE 'Y' TO WSDonorSwitch
           END-READ.

       AddCompanyDonor.
           MOVE SPACES  TO CustomerData
           MOVE WSIDNum TO IDNum
           DISPLAY "ENTER COMPANY NAME - FIRST PART (15 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT FirstName
           DISPLAY "ENTER COMPANY NAME - REST (15 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT LastName
           DISPLAY "ENTER STREET: " WITH NO ADVANCING
           ACCEPT Street
           DISPLAY "ENTER CITY: " WITH NO ADVANCING
           ACCEPT City
           DISPLAY "ENTER STATE (2 CHARACTERS): " WITH NO ADVANCING
           ACCEPT StateCode
           DISPLAY "ENTER ZIP CODE: " WITH NO ADVANCING
           ACCEPT ZipCode
           WRITE CustomerData
              INVALID KEY
                 DISPLAY "DUPLICATE ID DETECTED ON WRITE - COMPANY "
                    "NOT ADDED."
              NOT INVALID KEY
                 DISPLAY "COMPANY ADDED TO Customer.dat."
                 MOVE 'Y' TO WSDonorSwitch
           END-WRITE.

       AddEmployer.
           MOVE SPACES  TO EmployerRecord
           MOVE WSIDNum TO EmpID
           PERFORM GetMatchTerms
           SET EmpActive TO TRUE
           WRITE EmployerRecord
              INVALID KEY
                 DISPLAY "DUPLICATE EMPLOYER DETECTED ON WRITE - "
                    "EMPLOYER NOT ADDED."
              NOT INVALID KEY
                 DISPLAY "EMPLOYER ADDED AS ACTIVE."
           END-WRITE.

       CorrectEmployer.
           PERFORM GetMatchTerms
           REWRITE EmployerRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - EMPLOYER NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "EMPLOYER UPDATED."
           END-REWRITE.

       GetMatchTerms.
           DISPLAY "ENTER EMPLOYER NAME (30 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT EmpName
           PERFORM GetRatio WITH TEST AFTER
              UNTIL WSRatioInput IS NUMERIC
           MOVE WSRatioAmt TO EmpRatio
           DISPLAY "SMALLEST EMPLOYEE GIFT MATCHED - "
              WITH NO ADVANCING
           PERFORM GetAmount WITH TEST AFTER
              UNTIL WSAmtInput IS NUMERIC
           MOVE WSAmtInputAmt TO EmpMinGift
           DISPLAY "MOST MATCHED PER EMPLOYEE PER YEAR (ZERO FOR NO "
              "CAP) - " WITH NO ADVANCING
           PERFORM GetAmount WITH TEST AFTER
              UNTIL WSAmtInput IS NUMERIC
           MOVE WSAmtInputAmt TO EmpMaxMatch
           MOVE SPACES TO EmpFundTable
           MOVE 'N'    TO WSFundsDone
           MOVE ZERO   TO WSFundIX
           DISPLAY "ENTER UP TO 5 ELIGIBLE FUND CODES, BLANK TO END "
              "(NONE = EVERY FUND)."
           PERFORM GetEligibleFund UNTIL WSNoMoreFunds.

       GetRatio.
           DISPLAY "ENTER MATCH RATIO (3 DIGITS - 100 = DOLLAR FOR "
              "DOLLAR, 050 = HALF, 200 = DOUBLE): "
              WITH NO ADVANCING
           ACCEPT WSRatioInput
           IF WSRatioInput NOT NUMERIC
              DISPLAY "INVALID RATIO - NUMBERS ONLY."
           END-IF.

       GetAmount.
           DISPLAY "ENTER AMOUNT (7 DIGITS - 5 WHOLE DOLLARS THEN 2 "
              "CENTS, NO DECIMAL POINT): " WITH NO ADVANCING
           ACCEPT WSAmtInput
           IF WSAmtInput NOT NUMERIC
              DISPLAY "INVALID AMOUNT - NUMBERS ONLY."
           END-IF.

       GetEligibleFund.
           DISPLAY "ELIGIBLE FUND CODE: " WITH NO ADVANCING
           ACCEPT WSFundInput
           IF WSFundInput = SPACES
              MOVE 'Y' TO WSFundsDone
           ELSE
              MOVE 'N' TO WSFundSwitch
              MOVE WSFundInput TO FundCode
              READ FundFile
                 KEY IS FundCode
                 INVALID KEY
                    DISPLAY "UNKNOWN FUND CODE - NOT ON THE FUND "
                       "MASTER. TRY AGAIN."
                 NOT INVALID KEY
                    MOVE 'Y' TO WSFundSwitch
              END-READ
              IF WSFundOK
                 ADD 1 TO WSFundIX
                 MOVE WSFundInput TO EmpFund (WSFundIX)
                 IF WSFundIX = 5
                    MOVE 'Y' TO WSFundsDone
                 END-IF
              END-IF
           END-IF.

       SwitchEmployerStatus.
           IF EmpInactive
              SET EmpActive TO TRUE
           ELSE
              SET EmpInactive TO TRUE
           END-IF
           REWRITE EmployerRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - EMPLOYER NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "EMPLOYER STATUS NOW " EmpStatus "."
           END-REWRITE.

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
                 "TO RUN EMPMAINT."
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
           MOVE "EMPMAINT" TO SignLogProgram
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
