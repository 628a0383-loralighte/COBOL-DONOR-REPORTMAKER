      *                  master ON FILE for investigation instead of
      *                  deleting it out from under its remaining
      *                  gifts.
      * 10/15/26 TMB      The held gift is widened from 40 to 115
      *                  bytes to match the giftrec.cpy layout now
      *                  that gifts carry the deposit batch and check
      *                  number. A re-keyed gift keeps its batch
      *                  number and amount, so the deposit batch it
      *                  came in on still balances after the merge.
      * 10/15/26 TMB      A gift reversal and the gift it reverses
      *                  point at each other's GiftKey, so when a
      *                  reversal is re-keyed its original (already
      *                  moved - it always has the lower sequence) is
      *                  found under the keep donor and both links are
      *                  rewritten to the new keys. A rerun after a
      *                  failed merge relinks the same way.
      * 10/15/26 TMB      A re-keyed tribute gift takes its tribute
      *                  with it: the Tributes.dat record (see
      *                  tribrec.cpy) is re-written under the keep
      *                  donor and the gift's new sequence number,
      *                  with its honoree, notify person and letter
      *                  status unchanged, so TRIBLTRS neither loses
      *                  nor repeats the notification.
      * 10/15/26 TMB      Matching gifts. A drop donor that is a
      *                  matching-gift employer on Employers.dat (see
      *                  emplrec.cpy) is refused - its employees and
      *                  paid claims point at that ID, so merge the
      *                  other way and keep it. A re-keyed employee
      *                  gift takes its MatchClaims.dat claim with it
      *                  (see claimrec.cpy), pending or matched, so
      *                  the soft credit follows the keep donor. The
      *                  drop donor's employer link is carried to the
      *                  keep donor when the keep donor has none.
      * 10/15/26 TMB      Households. The drop donor's household link
      *                  (CustHouseholdID, see hhrec.cpy) is carried
      *                  to the keep donor when the keep donor is in
      *                  no household. If the drop donor was the
      *                  household's address of record, the keep
      *                  donor takes that over when it is now in the
      *                  same household; otherwise the next member on
      *                  file does, and a household left with no
      *                  members is removed. A keep donor already in
      *                  another household stays there - the operator
      *                  is warned before confirming. Without
      *                  Households.dat the links are left alone.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; administrators only.
      *                  The operator ID is stamped on each
      *                  DonorAudit.log line; refused sign-ons go to
      *                  SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DONORMERGE.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
           SELECT TributeFile ASSIGN TO "Tributes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TribKey
           ALTERNATE RECORD KEY IS TribHonoree WITH DUPLICATES
           FILE STATUS IS WSTribStatus.
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
           SELECT HouseholdFile ASSIGN TO "Households.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HHID
           FILE STATUS IS WSHHStatus.
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
           COPY "schedrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD TributeFile.
           COPY "tribrec.cpy".
       FD EmployerFile.
           COPY "emplrec.cpy".
       FD ClaimFile.
           COPY "claimrec.cpy".
       FD HouseholdFile.
           COPY "hhrec.cpy".
       FD AuditFile.
       01 AuditLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
       01 WSIDInput      PIC X(05).
           88 WSDropHasOther  VALUE 'Y'.
       01 WSScanID       PIC 9(05) VALUE ZERO.
       01 WSNextSeq      PIC 9(03) VALUE ZERO.
       01 WSHoldGift     PIC X(115) VALUE SPACE.
       01 WSMovedCount   PIC 9(05) VALUE ZERO.
       01 WSOldRevKey.
           02 WSOldRevDonorID PIC 9(05) VALUE ZERO.
           02 WSOldRevSeqNum  PIC 9(03) VALUE ZERO.
       01 WSNewRevKey.
           02 WSNewRevDonorID PIC 9(05) VALUE ZERO.
           02 WSNewRevSeqNum  PIC 9(03) VALUE ZERO.
       01 WSOrigNewKey.
           02 WSOrigNewDonorID PIC 9(05) VALUE ZERO.
           02 WSOrigNewSeqNum  PIC 9(03) VALUE ZERO.
       01 WSOrigSwitch   PIC X(01) VALUE 'N'.
           88 WSOrigFound    VALUE 'Y'.
       01 WSFileStatus   PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSGiftStatus   PIC X(02) VALUE '00'.
           88 WSSchedFileOK  VALUE '00'.
       01 WSHistStatus   PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSTribStatus   PIC X(02) VALUE '00'.
           88 WSTribFileOK   VALUE '00'.
       01 WSTribCtlSwitch PIC X(01) VALUE 'N'.
           88 WSTribCtlOn     VALUE 'Y'.
       01 WSHoldTrib     PIC X(163) VALUE SPACE.
       01 WSEmpStatus    PIC X(02) VALUE '00'.
           88 WSEmpFileOK    VALUE '00'.
       01 WSClaimStatus  PIC X(02) VALUE '00'.
           88 WSClaimFileOK  VALUE '00'.
       01 WSClaimCtlSwitch PIC X(01) VALUE 'N'.
           88 WSClaimCtlOn    VALUE 'Y'.
       01 WSHoldClaim    PIC X(99) VALUE SPACE.
       01 WSKeepEmployer PIC X(05) VALUE SPACE.
       01 WSDropEmployer PIC X(05) VALUE SPACE.
       01 WSKeepHousehold PIC X(04) VALUE SPACE.
       01 WSDropHousehold PIC X(04) VALUE SPACE.
       01 WSHHStatus     PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
       01 WSHHCtlSwitch  PIC X(01) VALUE 'N'.
           88 WSHHCtlOn      VALUE 'Y'.
       01 WSCustEOFSwitch PIC X(01) VALUE 'N'.
           88 WSCustEOF      VALUE 'Y'.
       01 WSNewHeadID    PIC 9(05) VALUE ZERO.
       01 WSAuditStatus  PIC X(02) VALUE '00'.
           88 WSAuditNotFound  VALUE '35'.
       01 WSToday        PIC 9(8) VALUE ZERO.
       01 WSNow          PIC 9(8) VALUE ZERO.
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
           88 WSRoleAllowed   VALUE 'A'.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
           PERFORM OpenAuditFile
           PERFORM GetKeepID
           PERFORM GetDropID
           PERFORM CheckDropEmployer
           IF WSDonorFound
              PERFORM CheckOtherFiles
              PERFORM ConfirmMerge
              IF WSConfirmed
                 PERFORM OpenTributeFile
                 PERFORM OpenClaimFile
                 PERFORM OpenHouseholdFile
                 PERFORM MergeDonor
                 IF WSTribCtlOn
                    CLOSE TributeFile
                 END-IF
                 IF WSClaimCtlOn
                    CLOSE ClaimFile
                 END-IF
                 IF WSHHCtlOn
                    CLOSE HouseholdFile
                 END-IF
              ELSE
                 DISPLAY "MERGE CANCELLED - NOTHING MOVED."
              END-IF
           CLOSE CustomerFile, GiftFile, AuditFile
           STOP RUN.

       OpenTributeFile.
           OPEN I-O TributeFile
           IF WSTribFileOK
              MOVE 'Y' TO WSTribCtlSwitch
           ELSE
              DISPLAY "NOTE: Tributes.dat NOT ON FILE - NO TRIBUTE "
                 "RECORDS TO MOVE."
           END-IF.

       OpenClaimFile.
           OPEN I-O ClaimFile
           IF WSClaimFileOK
              MOVE 'Y' TO WSClaimCtlSwitch
           END-IF.

       OpenHouseholdFile.
           OPEN I-O HouseholdFile
           IF WSHHFileOK
              MOVE 'Y' TO WSHHCtlSwitch
           END-IF.

       OpenAuditFile.
           OPEN EXTEND AuditFile
           IF WSAuditNotFound
                           LastName  DELIMITED SIZE
                           INTO WSKeepName
                    END-STRING
                    MOVE CustEmployerID TO WSKeepEmployer
                    MOVE CustHouseholdID TO WSKeepHousehold
                    MOVE 'Y' TO WSFoundSwitch
              END-READ
           ELSE
                              LastName  DELIMITED SIZE
                              INTO WSDropName
                       END-STRING
                       MOVE CustEmployerID TO WSDropEmployer
                       MOVE CustHouseholdID TO WSDropHousehold
                       MOVE 'Y' TO WSFoundSwitch
                 END-READ
              END-IF
              STOP RUN
           END-IF.

      * Employees and paid claims carry the employer's donor ID, so
      * an employer may only ever be the donor kept.
       CheckDropEmployer.
           OPEN INPUT EmployerFile
           IF WSEmpFileOK
              MOVE WSDropID TO EmpID
              READ EmployerFile
                 KEY IS EmpID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WSFoundSwitch
                    DISPLAY "DROP DONOR " WSDropID " IS THE MATCHING-"
                       "GIFT EMPLOYER " EmpName
                    DISPLAY "ON Employers.dat - MERGE THE OTHER WAY, "
                       "KEEPING THIS ID."
              END-READ
              CLOSE EmployerFile
           END-IF
           IF NOT WSDonorFound
              DISPLAY "MERGE CANCELLED - NOTHING MOVED."
              CLOSE CustomerFile, GiftFile, AuditFile
              STOP RUN
           END-IF.

       CheckOtherFiles.
           MOVE 'N' TO WSWarnSwitch
           OPEN INPUT PledgeFile
       ConfirmMerge.
           DISPLAY "KEEP: " WSKeepID " " WSKeepName
           DISPLAY "DROP: " WSDropID " " WSDropName
           IF WSKeepHousehold NOT = SPACES
              AND WSDropHousehold NOT = SPACES
              AND WSKeepHousehold NOT = WSDropHousehold
              DISPLAY "NOTE: KEEP DONOR IS IN HOUSEHOLD "
                 WSKeepHousehold " AND STAYS THERE - THE DROP "
                 "DONOR LEAVES HOUSEHOLD " WSDropHousehold "."
           END-IF
           DISPLAY "MOVE ALL GIFTS FROM THE DROP DONOR TO THE KEEP "
              "DONOR AND DELETE THE DROP MASTER? (Y/N): "
              WITH NO ADVANCING
                 "RERUN THE MERGE ONCE THE CAUSE IS RESOLVED."
           ELSE
              PERFORM DeleteDropMaster
              PERFORM CarryDropEmployer
              IF WSHHCtlOn AND WSDropHousehold NOT = SPACES
                 PERFORM CarryDropHousehold
              END-IF
           END-IF
           DISPLAY WSMovedCount " GIFT RECORD(S) MOVED TO DONOR "
              WSKeepID "."
                 MOVE GiftAmount TO AuditAmount
                 PERFORM WriteAuditRecord
                 ADD 1 TO WSMovedCount
                 IF GiftTribType NOT = SPACE AND WSTribCtlOn
                    PERFORM MoveGiftTribute
                 END-IF
                 IF WSClaimCtlOn
                    PERFORM MoveGiftClaim
                 END-IF
                 IF GiftIsReversal AND GiftRevDonorID = WSDropID
                    PERFORM RelinkReversal
                 END-IF
           END-WRITE.

      * The tribute key is donor + gift date + sequence; the date
      * does not change in a merge, only the donor and sequence.
       MoveGiftTribute.
           MOVE WSDropID          TO TribDonorID
           MOVE GiftDate          TO TribGiftDate
           MOVE WSHoldGift (6:3)  TO TribSeqNum
           READ TributeFile
              KEY IS TribKey
              INVALID KEY
                 DISPLAY "NOTE: NO TRIBUTE RECORD ON FILE FOR GIFT "
                    WSHoldGift (1:8) " - NOTHING TO MOVE."
              NOT INVALID KEY
                 MOVE TributeRecord TO WSHoldTrib
                 DELETE TributeFile
                    INVALID KEY
                       DISPLAY "TRIBUTE DELETE FAILED FOR GIFT "
                          WSHoldGift (1:8) " - TRIBUTE NOT MOVED."
                    NOT INVALID KEY
                       MOVE WSHoldTrib  TO TributeRecord
                       MOVE GiftDonorID TO TribDonorID
                       MOVE GiftSeqNum  TO TribSeqNum
                       WRITE TributeRecord
                          INVALID KEY
                             DISPLAY "TRIBUTE WRITE FAILED FOR GIFT "
                                GiftKey " - RE-ENTER IT THROUGH THE "
                                "DONORMAINT GIFT CORRECTION."
                       END-WRITE
                 END-DELETE
           END-READ.

      * The claim key is donor + gift date + sequence like the
      * tribute's; most gifts have no claim, so a miss is silent.
       MoveGiftClaim.
           MOVE WSDropID          TO ClaimDonorID
           MOVE GiftDate          TO ClaimGiftDate
           MOVE WSHoldGift (6:3)  TO ClaimSeqNum
           READ ClaimFile
              KEY IS ClaimKey
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ClaimRecord TO WSHoldClaim
                 DELETE ClaimFile
                    INVALID KEY
                       DISPLAY "CLAIM DELETE FAILED FOR GIFT "
                          WSHoldGift (1:8) " - CLAIM NOT MOVED."
                    NOT INVALID KEY
                       MOVE WSHoldClaim TO ClaimRecord
                       MOVE GiftDonorID TO ClaimDonorID
                       MOVE GiftSeqNum  TO ClaimSeqNum
                       WRITE ClaimRecord
                          INVALID KEY
                             DISPLAY "CLAIM WRITE FAILED FOR GIFT "
                                GiftKey " - RERUN MATCHCLAIM TO "
                                "CLAIM IT AGAIN."
                       END-WRITE
                 END-DELETE
           END-READ.

       RelinkReversal.
           MOVE GiftKey          TO WSNewRevKey
           MOVE WSHoldGift (1:8) TO WSOldRevKey
           PERFORM FindMovedOriginal
           IF WSOrigFound
              MOVE WSOrigNewKey TO GiftKey
              READ GiftFile
                 KEY IS GiftKey
                 INVALID KEY
                    DISPLAY "RELINK FAILED - GIFT " WSOrigNewKey
                       " NOT READ."
                 NOT INVALID KEY
                    MOVE WSNewRevKey TO GiftRevKey
                    REWRITE GiftRecord
                       INVALID KEY
                          DISPLAY "RELINK FAILED - GIFT "
                             WSOrigNewKey " NOT REWRITTEN."
                    END-REWRITE
              END-READ
              MOVE WSNewRevKey TO GiftKey
              READ GiftFile
                 KEY IS GiftKey
                 INVALID KEY
                    DISPLAY "RELINK FAILED - REVERSAL " WSNewRevKey
                       " NOT READ."
                 NOT INVALID KEY
                    MOVE WSOrigNewKey TO GiftRevKey
                    REWRITE GiftRecord
                       INVALID KEY
                          DISPLAY "RELINK FAILED - REVERSAL "
                             WSNewRevKey " NOT REWRITTEN."
                    END-REWRITE
              END-READ
           ELSE
              DISPLAY "NOTE: GIFT REVERSED BY " WSNewRevKey
                 " IS NOT ON Gifts.dat UNDER THE KEEP DONOR - "
                 "REVERSAL LINK LEFT AS IS."
           END-IF.

       FindMovedOriginal.
           MOVE 'N' TO WSOrigSwitch
           MOVE 'N' TO WSGiftEOFSwitch
           MOVE WSKeepID TO GiftDonorID
           MOVE ZERO     TO GiftSeqNum
           START GiftFile KEY IS NOT LESS THAN GiftKey
              INVALID KEY SET WSGiftEOF TO TRUE
           END-START
           PERFORM ScanForOriginal UNTIL WSGiftEOF.

       ScanForOriginal.
           READ GiftFile NEXT RECORD
              AT END SET WSGiftEOF TO TRUE
              NOT AT END
                 IF GiftDonorID = WSKeepID
                    IF GiftReversed AND GiftRevKey = WSOldRevKey
                       MOVE GiftKey TO WSOrigNewKey
                       MOVE 'Y' TO WSOrigSwitch
                       SET WSGiftEOF TO TRUE
                    END-IF
                 ELSE
                    SET WSGiftEOF TO TRUE
                 END-IF
           END-READ.

       RestoreHeldGift.
           MOVE WSHoldGift TO GiftRecord
           WRITE GiftRecord
                 END-DELETE
           END-READ.

       CarryDropEmployer.
           IF WSKeepEmployer = SPACES AND WSDropEmployer NOT = SPACES
              MOVE WSKeepID TO IDNum
              READ CustomerFile
                 KEY IS IDNum
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WSDropEmployer TO CustEmployerID
                    REWRITE CustomerData
                       INVALID KEY
                          DISPLAY "REWRITE FAILED - EMPLOYER LINK "
                             "NOT CARRIED TO THE KEEP DONOR."
                       NOT INVALID KEY
                          DISPLAY "EMPLOYER " WSDropEmployer
                             " CARRIED TO DONOR " WSKeepID "."
                          MOVE WSKeepID TO AuditIDNum
                          SET AuditActionCorrect TO TRUE
                          MOVE ZERO TO AuditAmount
                          PERFORM WriteAuditRecord
                    END-REWRITE
              END-READ
           END-IF.

      * The keep donor joins the drop donor's household when it has
      * none of its own; then the household the drop donor was in is
      * put right for the drop donor having gone.
       CarryDropHousehold.
           IF WSKeepHousehold = SPACES
              MOVE WSKeepID TO IDNum
              READ CustomerFile
                 KEY IS IDNum
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WSDropHousehold TO CustHouseholdID
                    REWRITE CustomerData
                       INVALID KEY
                          DISPLAY "REWRITE FAILED - HOUSEHOLD LINK "
                             "NOT CARRIED TO THE KEEP DONOR."
                       NOT INVALID KEY
                          DISPLAY "HOUSEHOLD " WSDropHousehold
                             " CARRIED TO DONOR " WSKeepID "."
                          MOVE WSDropHousehold TO WSKeepHousehold
                          MOVE WSKeepID TO AuditIDNum
                          SET AuditActionCorrect TO TRUE
                          MOVE ZERO TO AuditAmount
                          PERFORM WriteAuditRecord
                    END-REWRITE
              END-READ
           END-IF
           MOVE WSDropHousehold TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HHHeadID = WSDropID
                    PERFORM ReplaceDropHead
                 END-IF
           END-READ.

       ReplaceDropHead.
           IF WSKeepHousehold = WSDropHousehold
              MOVE WSKeepID TO WSNewHeadID
           ELSE
              PERFORM FindHouseholdMember
           END-IF
           IF WSNewHeadID = ZERO
              DELETE HouseholdFile
                 INVALID KEY
                    DISPLAY "HOUSEHOLD " HHID " NOT REMOVED."
                 NOT INVALID KEY
                    DISPLAY "HOUSEHOLD " HHID " HAS NO MEMBERS LEFT "
                       "- REMOVED."
              END-DELETE
           ELSE
              MOVE WSNewHeadID TO HHHeadID
              REWRITE HouseholdRecord
                 INVALID KEY
                    DISPLAY "REWRITE FAILED - HOUSEHOLD " HHID
                       " NOT UPDATED."
                 NOT INVALID KEY
                    DISPLAY "HOUSEHOLD " HHID " ADDRESS OF RECORD "
                       "NOW DONOR " HHHeadID "."
              END-REWRITE
           END-IF
           MOVE WSKeepID TO AuditIDNum
           SET AuditActionCorrect TO TRUE
           MOVE ZERO TO AuditAmount
           PERFORM WriteAuditRecord.

       FindHouseholdMember.
           MOVE ZERO TO WSNewHeadID
           MOVE 'N'  TO WSCustEOFSwitch
           MOVE ZERO TO IDNum
           START CustomerFile KEY IS NOT LESS THAN IDNum
              INVALID KEY SET WSCustEOF TO TRUE
           END-START
           PERFORM ScanHouseholdMember UNTIL WSCustEOF.

       ScanHouseholdMember.
           READ CustomerFile NEXT RECORD
              AT END SET WSCustEOF TO TRUE
              NOT AT END
                 IF CustHouseholdID = WSDropHousehold
                    AND IDNum NOT = WSDropID
                    MOVE IDNum TO WSNewHeadID
                    SET WSCustEOF TO TRUE
                 END-IF
           END-READ.

       WriteAuditRecord.
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO AuditDate
           MOVE WSNow        TO AuditTime
           MOVE WSOperatorID TO AuditOperID
           MOVE AuditRecord  TO AuditLine
           WRITE AuditLine.

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
                 "TO RUN DONORMERGE."
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
           MOVE "DONORMERGE" TO SignLogProgram
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
