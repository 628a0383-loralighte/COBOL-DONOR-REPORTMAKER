      *                  the oldest) tagged ARCHIVED. If GiftHist.dat
      *                  is not on file the history pass is skipped
      *                  silently, same as YEARSTMT and PLEDGERPT.
      * 10/15/26 TMB      A reversed gift now shows REVERSED BY SEQ
      *                  with the reversal's sequence number, and the
      *                  reversal itself shows REVERSAL OF SEQ with
      *                  its negative amount, so the front desk can
      *                  tell a caller their check bounced. Amounts
      *                  display edited and signed, and the lifetime
      *                  and year-to-date totals are signed so the
      *                  pair nets out.
      * 10/15/26 TMB      Matching gifts. The donor's employer (see
      *                  DONORMAINT (E)MPLOYER) shows with the master
      *                  record, a company's matching check is tagged
      *                  MATCHING GIFT in the gift history, and the
      *                  donor's claims on MatchClaims.dat (see
      *                  claimrec.cpy) list after the totals: matched
      *                  claims as soft credit with the company and
      *                  the amount it paid, pending ones as pending,
      *                  with a soft-credit total. The soft credit is
      *                  not added to the donor's own lifetime or
      *                  year-to-date giving - the money is the
      *                  company's gift. Both files are opened INPUT
      *                  and are optional, like GiftHist.dat.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; every role may run it.
      *                  Refused sign-ons go to SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DONORINQ.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmpID
           FILE STATUS IS WSEmpStatus.
           SELECT ClaimFile ASSIGN TO "MatchClaims.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ClaimKey
           ALTERNATE RECORD KEY IS ClaimEmpID WITH DUPLICATES
           FILE STATUS IS WSClaimStatus.
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
           COPY "fundrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD EmployerFile.
           COPY "emplrec.cpy".
       FD ClaimFile.
           COPY "claimrec.cpy".
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSNameInput    PIC X(15).
       01 WSNameLen      PIC 99 VALUE ZERO.
       01 WSIDInput      PIC X(05).
       01 WSInqID        PIC 9(05) VALUE ZERO.
       01 WSGiftShown    PIC 9(05) VALUE ZERO.
       01 WSLifetimeAmt  PIC S9(07)V99 VALUE ZERO.
       01 WSYTDAmt       PIC S9(07)V99 VALUE ZERO.
       01 WSLifetimeEdit PIC Z(6)9.99-.
       01 WSYTDEdit      PIC Z(6)9.99-.
       01 WSAmountEdit   PIC Z(4)9.99-.
       01 WSRevNote      PIC X(20) VALUE SPACE.
       01 WSMoreInput    PIC X(01) VALUE 'Y'.
           88 WSMoreInputYes  VALUE 'Y' 'y'.
       01 WSFileStatus   PIC X(02) VALUE '00'.
           88 WSHistAvail    VALUE 'Y'.
       01 WSHistEOFSwitch PIC X(01) VALUE 'N'.
           88 WSHistEOF      VALUE 'Y'.
       01 WSEmpStatus    PIC X(02) VALUE '00'.
           88 WSEmpFileOK    VALUE '00'.
       01 WSEmpCtlSwitch PIC X(01) VALUE 'N'.
           88 WSEmpAvail     VALUE 'Y'.
       01 WSClaimStatus  PIC X(02) VALUE '00'.
           88 WSClaimFileOK  VALUE '00'.
       01 WSClaimCtlSwitch PIC X(01) VALUE 'N'.
           88 WSClaimAvail   VALUE 'Y'.
       01 WSClaimEOFSwitch PIC X(01) VALUE 'N'.
           88 WSClaimEOF     VALUE 'Y'.
       01 WSClaimShown   PIC 9(05) VALUE ZERO.
       01 WSSoftCreditAmt PIC 9(07)V99 VALUE ZERO.
       01 WSSoftCreditEdit PIC Z(6)9.99.
       01 WSMatchEdit    PIC Z(4)9.99.
       01 WSToday        PIC 9(8).
       01 WSTodayGroups  REDEFINES WSToday.
           02 WSTodayYear  PIC 9(4).
           02 WSTodayMonth PIC 9(2).
           02 WSTodayDay   PIC 9(2).
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
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
           IF WSHistFileOK
              MOVE 'Y' TO WSHistCtlSwitch
           END-IF
           OPEN INPUT EmployerFile
           IF WSEmpFileOK
              MOVE 'Y' TO WSEmpCtlSwitch
           END-IF
           OPEN INPUT ClaimFile
           IF WSClaimFileOK
              MOVE 'Y' TO WSClaimCtlSwitch
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM InquireByName UNTIL NOT WSMoreInputYes
           CLOSE CustomerFile, GiftFile, FundFile
           IF WSHistAvail
              CLOSE HistFile
           END-IF
           IF WSEmpAvail
              CLOSE EmployerFile
           END-IF
           IF WSClaimAvail
              CLOSE ClaimFile
           END-IF
           STOP RUN.

       InquireByName.
           DISPLAY "CONTACT STATUS: '" DonorStatus "' (SPACE = "
              "ACTIVE, D = DECEASED, N = DO-NOT-MAIL, A = "
              "ANONYMOUS)"
           IF CustEmployerID NOT = SPACES
              PERFORM ShowDonorEmployer
           END-IF
           DISPLAY "GIFT HISTORY:"
           PERFORM ListDonorGifts
           IF WSGiftShown = ZERO
           MOVE WSYTDAmt      TO WSYTDEdit
           DISPLAY "LIFETIME GIVING:     " WSLifetimeEdit
           DISPLAY "YEAR-TO-DATE GIVING: " WSYTDEdit
           IF WSClaimAvail
              PERFORM ListDonorClaims
           END-IF
           DISPLAY "----------------------------------------".

       ShowDonorEmployer.
           MOVE "*NOT ON EMPLOYER MASTER*" TO EmpName
           IF WSEmpAvail AND CustEmployerID IS NUMERIC
              MOVE CustEmployerID TO EmpID
              READ EmployerFile
                 KEY IS EmpID
                 INVALID KEY
                    MOVE "*NOT ON EMPLOYER MASTER*" TO EmpName
              END-READ
           END-IF
           DISPLAY "EMPLOYER: " CustEmployerID " " EmpName.

      * Claims are keyed by the employee's donor ID first, so the
      * donor's claims are one run on the primary key. Cancelled
      * claims (the gift was reversed) are not shown.
       ListDonorClaims.
           MOVE ZERO TO WSClaimShown
           MOVE ZERO TO WSSoftCreditAmt
           MOVE 'N'  TO WSClaimEOFSwitch
           MOVE WSInqID TO ClaimDonorID
           MOVE ZERO    TO ClaimGiftDate
           MOVE ZERO    TO ClaimSeqNum
           START ClaimFile KEY IS NOT LESS THAN ClaimKey
              INVALID KEY SET WSClaimEOF TO TRUE
           END-START
           PERFORM ShowDonorClaim UNTIL WSClaimEOF
           IF WSClaimShown > ZERO
              MOVE WSSoftCreditAmt TO WSSoftCreditEdit
              DISPLAY "MATCHING SOFT CREDIT: " WSSoftCreditEdit
           END-IF.

       ShowDonorClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSClaimEOF TO TRUE
              NOT AT END
                 IF ClaimDonorID = WSInqID
                    IF NOT ClaimCancelled
                       PERFORM ShowClaimLine
                    END-IF
                 ELSE
                    SET WSClaimEOF TO TRUE
                 END-IF
           END-READ.

       ShowClaimLine.
           IF WSClaimShown = ZERO
              DISPLAY "EMPLOYER MATCHING GIFTS:"
           END-IF
           ADD 1 TO WSClaimShown
           MOVE "*NOT ON EMPLOYER MASTER*" TO EmpName
           IF WSEmpAvail
              MOVE ClaimEmpID TO EmpID
              READ EmployerFile
                 KEY IS EmpID
                 INVALID KEY
                    MOVE "*NOT ON EMPLOYER MASTER*" TO EmpName
              END-READ
           END-IF
           MOVE ClaimMatchAmt TO WSMatchEdit
           IF ClaimMatched
              ADD ClaimMatchAmt TO WSSoftCreditAmt
              DISPLAY "  GIFT " ClaimSeqNum " OF " ClaimGiftDate
                 " MATCHED " WSMatchEdit " BY " EmpName
                 " ON " ClaimPaidDate
           ELSE
              DISPLAY "  GIFT " ClaimSeqNum " OF " ClaimGiftDate
                 " PENDING " WSMatchEdit " FROM " EmpName
           END-IF.

       ListDonorGifts.
           MOVE ZERO TO WSGiftShown
           MOVE ZERO TO WSLifetimeAmt, WSYTDAmt
              NOT AT END
                 IF HistDonorID = WSInqID
                    PERFORM LookUpHistFundName
                    PERFORM BuildHistRevNote
                    MOVE HistAmount TO WSAmountEdit
                    DISPLAY "  SEQ: " HistSeqNum
                       " DATE: " HistGiftDate
                       " AMOUNT: " WSAmountEdit
                       " FUND: " FundName
                       " (ARCHIVED)" WSRevNote
                    ADD 1 TO WSGiftShown
                    ADD HistAmount TO WSLifetimeAmt
                    IF HistYear = WSTodayYear
                 END-IF
           END-READ.

       BuildHistRevNote.
           MOVE SPACES TO WSRevNote
           EVALUATE TRUE
              WHEN HistIsMatch AND HistNotReversed
                 MOVE " MATCHING GIFT" TO WSRevNote
              WHEN HistReversed
                 STRING " REVERSED BY SEQ " DELIMITED SIZE
                        HistRevSeqNum       DELIMITED SIZE
                        INTO WSRevNote
                 END-STRING
              WHEN HistIsReversal
                 STRING " REVERSAL OF SEQ " DELIMITED SIZE
                        HistRevSeqNum       DELIMITED SIZE
                        INTO WSRevNote
                 END-STRING
           END-EVALUATE.

       LookUpHistFundName.
           MOVE HistFundCode TO FundCode
           READ FundFile
              NOT AT END
                 IF GiftDonorID = WSInqID
                    PERFORM LookUpFundName
                    PERFORM BuildGiftRevNote
                    MOVE GiftAmount TO WSAmountEdit
                    DISPLAY "  SEQ: " GiftSeqNum
                       " DATE: " GiftDate
                       " AMOUNT: " WSAmountEdit
                       " FUND: " FundName
                       WSRevNote
                    ADD 1 TO WSGiftShown
                    ADD GiftAmount TO WSLifetimeAmt
                    IF GiftYear = WSTodayYear
                 END-IF
           END-READ.

       BuildGiftRevNote.
           MOVE SPACES TO WSRevNote
           EVALUATE TRUE
              WHEN GiftIsMatch AND GiftNotReversed
                 MOVE " MATCHING GIFT" TO WSRevNote
              WHEN GiftReversed
                 STRING " REVERSED BY SEQ " DELIMITED SIZE
                        GiftRevSeqNum       DELIMITED SIZE
                        INTO WSRevNote
                 END-STRING
              WHEN GiftIsReversal
                 STRING " REVERSAL OF SEQ " DELIMITED SIZE
                        GiftRevSeqNum       DELIMITED SIZE
                        INTO WSRevNote
                 END-STRING
           END-EVALUATE.

       LookUpFundName.
           MOVE GiftFundCode TO FundCode
           READ FundFile
              INVALID KEY
                 MOVE "*NOT ON FUND MASTER*" TO FundName
           END-READ.

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
                 "TO RUN DONORINQ."
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
           MOVE "DONORINQ" TO SignLogProgram
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
