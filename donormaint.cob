      *                  flag (giftrec.cpy) so the operator can read
      *                  a gift's key and receipt status to LETTERS
      *                  for a reprint.
      * 10/15/26 TMB      Gift maintenance now honors the deposit
      *                  batch file Batches.dat (see batchrec.cpy,
      *                  maintained through BATCHMAINT). The gift
      *                  list shows each gift's batch; a gift in a
      *                  RELEASED batch has gone to the bank and may
      *                  not be corrected or deleted, and a donor with
      *                  any such gift may not be deleted. A
      *                  correction or delete of a gift in an open
      *                  batch backs the change out of the batch's
      *                  keyed count and total so the batch still
      *                  balances at release, and a correction on a
      *                  check batch re-prompts for the check number.
      *                  If Batches.dat is not on file, batch control
      *                  is disabled with a console note.
      * 10/15/26 TMB      New (R)EVERSE gift action for bounced checks
      *                  and card chargebacks. Unlike a correction or
      *                  delete it is allowed on a gift locked by a
      *                  closed period or a released deposit batch:
      *                  the original gift is left as posted and
      *                  flagged reversed, and a NEGATIVE gift for the
      *                  same amount, fund and appeal is added under
      *                  the donor's next sequence number, dated in
      *                  the current open period (today unless the
      *                  operator keys an earlier day of the current
      *                  month - another month or a date after today
      *                  is refused, and no reversal is taken while
      *                  the current month is closed) and linked back
      *                  to the original's GiftKey (see giftrec.cpy).
      *                  The reversal writes an R line to
      *                  DonorAudit.log.
      *                  Reversal entries and reversed originals may
      *                  not be corrected, deleted or reversed again,
      *                  and a donor with a reversal on file may not
      *                  be deleted - the books must keep the pair.
      * 10/15/26 TMB      Tribute gifts. The gift list shows the
      *                  tribute flag (GiftTribType) and a gift
      *                  correction now asks whether the gift is in
      *                  (M)EMORY or in (H)ONOR of someone, (N)ONE to
      *                  clear a tribute, or blank to leave it as is.
      *                  A new or changed tribute re-takes the
      *                  honoree, the person to notify and the notify
      *                  address, and is rewritten on Tributes.dat
      *                  (see tribrec.cpy) under the gift's corrected
      *                  date; if TRIBLTRS already sent the notify
      *                  letter the operator is asked whether to send
      *                  another. Deleting a gift or a donor removes
      *                  the matching tributes, and a reversal entry
      *                  never carries the original's tribute.
      *                  Tributes.dat is created on first use.
      * 10/15/26 TMB      Matching gifts. New (E)MPLOYER action links
      *                  the donor to a company on the employer master
      *                  Employers.dat (see emplrec.cpy, EMPMAINT) by
      *                  the company's donor ID, or clears the link on
      *                  a blank entry; the change is audited as a
      *                  correction. A gift the employer has already
      *                  matched (MATCHED claim on MatchClaims.dat,
      *                  see claimrec.cpy) may only be reversed, and
      *                  a company's matching check (GiftMatchFlag)
      *                  may not be deleted since claims are tied to
      *                  it. Correcting, deleting or reversing a gift
      *                  with a PENDING claim withdraws the claim so
      *                  MATCHCLAIM re-claims it as corrected. A donor
      *                  with paid claims or who is an employer on
      *                  Employers.dat may not be deleted; a donor's
      *                  other claims go with the donor. The gift list
      *                  shows the matching-gift flag. Both files are
      *                  optional - without them matching is skipped.
      * 10/15/26 TMB      Gift type and quid-pro-quo benefit. The gift
      *                  list shows the gift type (see giftrec.cpy)
      *                  and a gift correction asks for the type -
      *                  (C)ASH/CHECK, (S)TOCK, IN-(K)IND, (Q)UID-PRO-
      *                  QUO, or blank to leave it as is - then the
      *                  description of the shares or goods on a
      *                  non-cash gift and the value of any goods or
      *                  services the donor received, edited the same
      *                  way as record.cob. A correction that changes
      *                  the amount or the benefit clears the
      *                  disclosure flag so DISCLRPT lists the gift
      *                  until LETTERS reprints its receipt; a
      *                  reversal entry never carries the flag.
      * 10/15/26 TMB      Households. New (H)OUSEHOLD action links the
      *                  donor into a household on Households.dat (see
      *                  hhrec.cpy) by its number, or starts a (N)EW
      *                  one with its salutation and this donor's
      *                  address as the address of record. For a donor
      *                  already linked it will (U)NLINK the donor,
      *                  change the (S)ALUTATION, or make this donor's
      *                  (A)DDRESS the address of record. When the
      *                  address-of-record member leaves, by unlink or
      *                  delete, the next member on file takes it over;
      *                  a household with no members left is removed.
      *                  Each change is audited as a correction.
      *                  Households.dat is created on first use.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else. Only an administrator
      *                  may (D)ELETE a donor, only finance or an
      *                  administrator may (R)EVERSE a gift, and only
      *                  development or an administrator may set
      *                  (S)TATUS, (E)MPLOYER or (H)OUSEHOLD; refusals
      *                  and refused sign-ons go to SignOn.log. The
      *                  operator ID is stamped on each DonorAudit.log
      *                  line.
      * 10/15/26 TMB      Stock and in-kind gifts stay out of the
      *                  deposit batch count and total when a gift is
      *                  corrected or deleted, matching the entry
      *                  programs; a correction that changes the gift
      *                  type moves it in or out of the batch totals.
      *                  Reversing an employer's matching check now
      *                  returns every claim it paid to PENDING on
      *                  MatchClaims.dat, clearing the paid key and
      *                  date, so the company is claimed again and the
      *                  employees' soft credit drops off DONORINQ; the
      *                  reversal entry no longer carries the match
      *                  flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DONORMAINT.
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
           COPY "appealrec.cpy".
       FD PeriodFile.
           COPY "periodrec.cpy".
       FD BatchFile.
           COPY "batchrec.cpy".
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
           88 WSActionStatus   VALUE 'S' 's'.
           88 WSActionGifts    VALUE 'G' 'g'.
           88 WSActionDelete   VALUE 'D' 'd'.
           88 WSActionEmployer VALUE 'E' 'e'.
           88 WSActionHousehold VALUE 'H' 'h'.
       01 WSStatusInput  PIC X(01).
           88 WSStatusValid  VALUE ' ' 'D' 'd' 'N' 'n' 'A' 'a'.
       01 WSGiftAction   PIC X(01).
           88 WSGiftActCorrect VALUE 'C' 'c'.
           88 WSGiftActDelete  VALUE 'D' 'd'.
           88 WSGiftActReverse VALUE 'R' 'r'.
       01 WSRevReasonInput PIC X(01).
           88 WSRevReasonValid VALUE 'B' 'b' 'C' 'c'.
       01 WSConfirmInput PIC X(01).
           88 WSConfirmed      VALUE 'Y' 'y'.
       01 WSOrigKey.
           02 WSOrigDonorID PIC 9(05).
           02 WSOrigSeqNum  PIC 9(03).
       01 WSOrigAmount   PIC S9(05)V99 VALUE ZERO.
       01 WSOrigDate     PIC X(08).
       01 WSHoldGift     PIC X(115) VALUE SPACE.
       01 WSNextSeq      PIC 9(03) VALUE ZERO.
       01 WSDisplayAmt   PIC Z(4)9.99-.
       01 WSSeqInput     PIC X(03).
       01 WSAmtInput     PIC X(07).
       01 WSAmtInputAmt  REDEFINES WSAmtInput PIC 9(05)V99.
           88 WSPeriodCtlOn     VALUE 'Y'.
       01 WSPeriodLockSwitch PIC X(01) VALUE 'N'.
           88 WSGiftPeriodLocked VALUE 'Y'.
       01 WSBatchStatus  PIC X(02) VALUE '00'.
           88 WSBatchFileOK  VALUE '00'.
       01 WSBatchCtlSwitch PIC X(01) VALUE 'N'.
           88 WSBatchCtlOn      VALUE 'Y'.
       01 WSBatchLockSwitch PIC X(01) VALUE 'N'.
           88 WSGiftBatchLocked VALUE 'Y'.
       01 WSCheckBatchSwitch PIC X(01) VALUE 'N'.
           88 WSGiftOnCheckBatch VALUE 'Y'.
       01 WSReleasedSwitch PIC X(01) VALUE 'N'.
           88 WSDonorHasReleased VALUE 'Y'.
       01 WSDonorRevSwitch PIC X(01) VALUE 'N'.
           88 WSDonorHasReversal VALUE 'Y'.
       01 WSCheckInput   PIC X(10).
       01 WSTypeInput    PIC X(01).
           88 WSTypeKeep     VALUE ' '.
           88 WSTypeValid    VALUE ' ' 'C' 'c' 'S' 's' 'K' 'k'
                                   'Q' 'q'.
       01 WSDescInput    PIC X(30).
       01 WSBenefitInput PIC X(07).
       01 WSBenefitAmt   REDEFINES WSBenefitInput PIC 9(05)V99.
       01 WSBenefitSwitch PIC X(01) VALUE 'N'.
           88 WSBenefitOK    VALUE 'Y'.
       01 WSOldBenefit   PIC 9(05)V99 VALUE ZERO.
       01 WSTribInput    PIC X(01).
           88 WSTribKeep     VALUE ' '.
           88 WSTribRemove   VALUE 'N'.
           88 WSTribValid    VALUE ' ' 'M' 'm' 'H' 'h' 'N' 'n'.
       01 WSOldTribType  PIC X(01) VALUE SPACE.
       01 WSOldTribKey.
           02 WSOldTribDonorID PIC 9(05).
           02 WSOldTribDate    PIC 9(08).
           02 WSOldTribSeqNum  PIC 9(03).
       01 WSHoldTrib     PIC X(163) VALUE SPACE.
       01 WSTribStatus   PIC X(02) VALUE '00'.
           88 WSTribFileOK   VALUE '00'.
           88 WSTribNotFound VALUE '35'.
       01 WSEmpInput     PIC X(05).
       01 WSEmpStatus    PIC X(02) VALUE '00'.
           88 WSEmpFileOK    VALUE '00'.
       01 WSEmpCtlSwitch PIC X(01) VALUE 'N'.
           88 WSEmpCtlOn     VALUE 'Y'.
       01 WSClaimStatus  PIC X(02) VALUE '00'.
           88 WSClaimFileOK  VALUE '00'.
       01 WSClaimCtlSwitch PIC X(01) VALUE 'N'.
           88 WSClaimCtlOn   VALUE 'Y'.
       01 WSClaimEOFSwitch PIC X(01) VALUE 'N'.
           88 WSClaimEOF     VALUE 'Y'.
       01 WSGiftClaimState PIC X(01) VALUE SPACE.
           88 WSGiftNotClaimed   VALUE SPACE.
           88 WSGiftClaimPending VALUE 'P'.
           88 WSGiftClaimMatched VALUE 'M'.
       01 WSGiftClaimKey.
           02 WSGiftClaimDonorID PIC 9(05).
           02 WSGiftClaimDate    PIC 9(08).
           02 WSGiftClaimSeqNum  PIC 9(03).
       01 WSReopenCount  PIC 9(05) VALUE ZERO.
       01 WSDonorMatchSwitch PIC X(01) VALUE 'N'.
           88 WSDonorHasMatched VALUE 'Y'.
       01 WSDonorEmpSwitch PIC X(01) VALUE 'N'.
           88 WSDonorIsEmployer VALUE 'Y'.
       01 WSHHInput      PIC X(04).
           88 WSHHNew        VALUE 'N' 'n'.
       01 WSHHAction     PIC X(01).
           88 WSHHActUnlink  VALUE 'U' 'u'.
           88 WSHHActSalute  VALUE 'S' 's'.
           88 WSHHActHead    VALUE 'A' 'a'.
       01 WSHHStatus     PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
           88 WSHHNotFound   VALUE '35'.
       01 WSHHEOFSwitch  PIC X(01) VALUE 'N'.
           88 WSHHEOF        VALUE 'Y'.
       01 WSCustEOFSwitch PIC X(01) VALUE 'N'.
           88 WSCustEOF      VALUE 'Y'.
       01 WSNextHHID     PIC 9(05) VALUE ZERO.
       01 WSLeaveHHID    PIC 9(04) VALUE ZERO.
       01 WSNewHeadID    PIC 9(05) VALUE ZERO.
       01 WSOldAmount    PIC 9(05)V99 VALUE ZERO.
       01 WSOldGiftType  PIC X(01) VALUE SPACE.
           88 WSOldTypeNonCash VALUE 'S' 'K'.
       01 WSBatchAdjCount PIC S9(05) VALUE ZERO.
       01 WSBatchAdjAmt  PIC S9(05)V99 VALUE ZERO.
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
           88 WSRoleAllowed   VALUE 'E' 'D' 'F' 'A'.
           88 WSMayDelete     VALUE 'A'.
           88 WSMayReverse    VALUE 'F' 'A'.
           88 WSMayFlagDonor  VALUE 'D' 'A'.
       01 WSRefusedAction PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
              STOP RUN
           END-IF
           PERFORM OpenPeriodFile
           PERFORM OpenBatchFile
           PERFORM OpenTributeFile
           PERFORM OpenMatchFiles
           PERFORM OpenHouseholdFile
           PERFORM OpenAuditFile
           PERFORM MaintainDonor UNTIL NOT WSMoreInputYes
           CLOSE CustomerFile
           IF WSPeriodCtlOn
              CLOSE PeriodFile
           END-IF
           IF WSBatchCtlOn
              CLOSE BatchFile
           END-IF
           CLOSE TributeFile
           IF WSEmpCtlOn
              CLOSE EmployerFile
           END-IF
           IF WSClaimCtlOn
              CLOSE ClaimFile
           END-IF
           CLOSE HouseholdFile
           CLOSE AuditFile
           STOP RUN.

                 "CONTROL DISABLED. RUN PERIODMAINT TO BUILD IT."
           END-IF.

       OpenBatchFile.
           OPEN I-O BatchFile
           IF WSBatchFileOK
              MOVE 'Y' TO WSBatchCtlSwitch
           ELSE
              DISPLAY "NOTE: Batches.dat NOT ON FILE - DEPOSIT BATCH "
                 "CONTROL DISABLED. RUN BATCHMAINT TO BUILD IT."
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
              CLOSE FundFile
              CLOSE AppealFile
              IF WSPeriodCtlOn
                 CLOSE PeriodFile
              END-IF
              IF WSBatchCtlOn
                 CLOSE BatchFile
              END-IF
              STOP RUN
           END-IF.

      * Both matching-gift files are optional: a shop that has not
      * set up an employer yet simply has nothing to check.
       OpenMatchFiles.
           OPEN INPUT EmployerFile
           IF WSEmpFileOK
              MOVE 'Y' TO WSEmpCtlSwitch
           END-IF
           OPEN I-O ClaimFile
           IF WSClaimFileOK
              MOVE 'Y' TO WSClaimCtlSwitch
           END-IF.

       OpenHouseholdFile.
           OPEN I-O HouseholdFile
           IF WSHHNotFound
              OPEN OUTPUT HouseholdFile
              CLOSE HouseholdFile
              OPEN I-O HouseholdFile
           END-IF
           IF NOT WSHHFileOK
              DISPLAY "CANNOT OPEN Households.dat - FILE STATUS "
                 WSHHStatus
              CLOSE CustomerFile
              CLOSE GiftFile
              CLOSE FundFile
              CLOSE AppealFile
              IF WSPeriodCtlOn
                 CLOSE PeriodFile
              END-IF
              IF WSBatchCtlOn
                 CLOSE BatchFile
              END-IF
              CLOSE TributeFile
              IF WSEmpCtlOn
                 CLOSE EmployerFile
              END-IF
              IF WSClaimCtlOn
                 CLOSE ClaimFile
              END-IF
              STOP RUN
           END-IF.

       OpenAuditFile.
           OPEN EXTEND AuditFile
           IF WSAuditNotFound
           DISPLAY "ID: " IDNum " NAME: " FirstName " " LastName
           DISPLAY "ADDRESS: " Street " " City " " StateCode " "
              ZipCode
           DISPLAY "STATUS: " DonorStatus " EMPLOYER: "
              CustEmployerID " HOUSEHOLD: " CustHouseholdID
           DISPLAY "(C)ORRECT NAME, (A)DDRESS, (S)TATUS, (G)IFTS, "
              "(E)MPLOYER, (H)OUSEHOLD, OR (D)ELETE THIS DONOR? "
              WITH NO ADVANCING
           ACCEPT WSActionCode
           EVALUATE TRUE
              WHEN WSActionDelete AND NOT WSMayDelete
                 MOVE "DELETE DONOR" TO WSRefusedAction
                 PERFORM RefuseAction
              WHEN (WSActionStatus OR WSActionEmployer
                    OR WSActionHousehold) AND NOT WSMayFlagDonor
                 MOVE "DONOR STATUS/EMPLOYER/HOUSEHOLD"
                    TO WSRefusedAction
                 PERFORM RefuseAction
              WHEN WSActionCorrect
                 PERFORM CorrectDonor
              WHEN WSActionAddress
                 PERFORM SetDonorStatus
              WHEN WSActionGifts
                 PERFORM MaintainGifts
              WHEN WSActionEmployer
                 PERFORM SetDonorEmployer
              WHEN WSActionHousehold
                 PERFORM SetDonorHousehold
              WHEN WSActionDelete
                 PERFORM DeleteDonor
              WHEN OTHER
              DISPLAY "INVALID STATUS - NO ACTION TAKEN."
           END-IF.

       SetDonorEmployer.
           DISPLAY "ENTER EMPLOYER'S DONOR ID (BLANK TO CLEAR): "
              WITH NO ADVANCING
           ACCEPT WSEmpInput
           EVALUATE TRUE
              WHEN WSEmpInput = SPACES
                 MOVE SPACES TO CustEmployerID
                 PERFORM RewriteDonorEmployer
              WHEN WSEmpInput NOT NUMERIC
                 DISPLAY "INVALID ID - NUMBERS ONLY. NO ACTION TAKEN."
              WHEN NOT WSEmpCtlOn
                 DISPLAY "Employers.dat NOT ON FILE - RUN EMPMAINT "
                    "TO ADD THE EMPLOYER FIRST."
              WHEN WSEmpInput = WSIDInput
                 DISPLAY "A DONOR CANNOT BE ITS OWN EMPLOYER - NO "
                    "ACTION TAKEN."
              WHEN OTHER
                 MOVE WSEmpInput TO EmpID
                 READ EmployerFile
                    KEY IS EmpID
                    INVALID KEY
                       DISPLAY "EMPLOYER NOT ON FILE - ADD IT "
                          "THROUGH EMPMAINT FIRST."
                    NOT INVALID KEY
                       DISPLAY "EMPLOYER: " EmpName
                       IF EmpInactive
                          DISPLAY "NOTE: EMPLOYER IS INACTIVE - NO "
                             "CLAIMS ARE MADE UNTIL IT IS ACTIVE."
                       END-IF
                       MOVE WSEmpInput TO CustEmployerID
                       PERFORM RewriteDonorEmployer
                 END-READ
           END-EVALUATE.

       RewriteDonorEmployer.
           REWRITE CustomerData
              INVALID KEY
                 DISPLAY "REWRITE FAILED - RECORD NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "DONOR EMPLOYER NOW '" CustEmployerID "'."
                 SET AuditActionCorrect TO TRUE
                 MOVE ZERO TO AuditAmount
                 PERFORM WriteAuditRecord
           END-REWRITE.

      * Spouses are linked into one household on Households.dat so
      * they get one label, one letter and a combined statement.
       SetDonorHousehold.
           IF CustNoHousehold
              PERFORM JoinHousehold
           ELSE
              PERFORM ChangeHousehold
           END-IF.

       JoinHousehold.
           DISPLAY "ENTER HOUSEHOLD TO JOIN (4 DIGITS), (N)EW "
              "HOUSEHOLD, OR BLANK FOR NO CHANGE: " WITH NO ADVANCING
           ACCEPT WSHHInput
           EVALUATE TRUE
              WHEN WSHHInput = SPACES
                 DISPLAY "NO ACTION TAKEN."
              WHEN WSHHNew
                 PERFORM CreateHousehold
              WHEN WSHHInput NOT NUMERIC
                 DISPLAY "INVALID HOUSEHOLD - NUMBERS ONLY. NO ACTION "
                    "TAKEN."
              WHEN OTHER
                 MOVE WSHHInput TO HHID
                 READ HouseholdFile
                    KEY IS HHID
                    INVALID KEY
                       DISPLAY "NO HOUSEHOLD ON FILE WITH THAT NUMBER."
                    NOT INVALID KEY
                       DISPLAY "HOUSEHOLD: " HHSalutation
                       MOVE HHID TO CustHouseholdID
                       PERFORM RewriteDonorHousehold
                 END-READ
           END-EVALUATE.

       CreateHousehold.
           PERFORM GetNextHouseholdID
           IF WSNextHHID > 9999
              DISPLAY "ALL HOUSEHOLD NUMBERS ARE IN USE - NO ACTION "
                 "TAKEN."
           ELSE
              MOVE SPACES     TO HouseholdRecord
              MOVE WSNextHHID TO HHID
              PERFORM GetSalutation WITH TEST AFTER
                 UNTIL HHSalutation NOT = SPACES
              MOVE WSIDNum    TO HHHeadID
              ACCEPT WSToday FROM DATE YYYYMMDD
              MOVE WSToday    TO HHCreateDate
              WRITE HouseholdRecord
                 INVALID KEY
                    DISPLAY "HOUSEHOLD NOT ADDED - FILE STATUS "
                       WSHHStatus
                 NOT INVALID KEY
                    DISPLAY "HOUSEHOLD " HHID " ADDED - THIS DONOR'S "
                       "ADDRESS IS THE ADDRESS OF RECORD."
                    MOVE HHID TO CustHouseholdID
                    PERFORM RewriteDonorHousehold
              END-WRITE
           END-IF.

       GetNextHouseholdID.
           MOVE ZERO TO WSNextHHID
           MOVE 'N'  TO WSHHEOFSwitch
           MOVE ZERO TO HHID
           START HouseholdFile KEY IS NOT LESS THAN HHID
              INVALID KEY SET WSHHEOF TO TRUE
           END-START
           PERFORM ScanHouseholds UNTIL WSHHEOF
           ADD 1 TO WSNextHHID.

       ScanHouseholds.
           READ HouseholdFile NEXT RECORD
              AT END SET WSHHEOF TO TRUE
              NOT AT END MOVE HHID TO WSNextHHID
           END-READ.

       GetSalutation.
           DISPLAY "ENTER HOUSEHOLD SALUTATION (E.G. MR. AND MRS. "
              "LOPEZ): " WITH NO ADVANCING
           ACCEPT HHSalutation.

       ChangeHousehold.
           MOVE CustHouseholdID TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 DISPLAY "HOUSEHOLD " CustHouseholdID " NOT ON FILE - "
                    "LINK CLEARED."
                 MOVE SPACES TO CustHouseholdID
                 PERFORM RewriteDonorHousehold
              NOT INVALID KEY
                 PERFORM MaintainHousehold
           END-READ.

       MaintainHousehold.
           DISPLAY "HOUSEHOLD " HHID ": " HHSalutation
           DISPLAY "ADDRESS OF RECORD: DONOR " HHHeadID
           DISPLAY "(U)NLINK THIS DONOR, (S)ALUTATION, (A)DDRESS OF "
              "RECORD TO THIS DONOR, OR BLANK FOR NO CHANGE: "
              WITH NO ADVANCING
           ACCEPT WSHHAction
           EVALUATE TRUE
              WHEN WSHHActUnlink
                 PERFORM UnlinkDonorHousehold
              WHEN WSHHActSalute
                 PERFORM GetSalutation WITH TEST AFTER
                    UNTIL HHSalutation NOT = SPACES
                 PERFORM RewriteHousehold
              WHEN WSHHActHead AND HHHeadID = WSIDNum
                 DISPLAY "THIS DONOR IS ALREADY THE ADDRESS OF RECORD."
              WHEN WSHHActHead
                 MOVE WSIDNum TO HHHeadID
                 PERFORM RewriteHousehold
              WHEN OTHER
                 DISPLAY "NO ACTION TAKEN."
           END-EVALUATE.

       RewriteHousehold.
           REWRITE HouseholdRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - HOUSEHOLD NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "HOUSEHOLD " HHID " UPDATED - ADDRESS OF "
                    "RECORD IS DONOR " HHHeadID "."
                 SET AuditActionCorrect TO TRUE
                 MOVE ZERO TO AuditAmount
                 PERFORM WriteAuditRecord
           END-REWRITE.

       UnlinkDonorHousehold.
           MOVE CustHouseholdID TO WSLeaveHHID
           MOVE SPACES TO CustHouseholdID
           PERFORM RewriteDonorHousehold
           IF WSFileOK
              PERFORM LeaveHousehold
           END-IF.

       RewriteDonorHousehold.
           REWRITE CustomerData
              INVALID KEY
                 DISPLAY "REWRITE FAILED - RECORD NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "DONOR HOUSEHOLD NOW '" CustHouseholdID "'."
                 SET AuditActionCorrect TO TRUE
                 MOVE ZERO TO AuditAmount
                 PERFORM WriteAuditRecord
           END-REWRITE.

      * The donor has left household WSLeaveHHID. If the donor was
      * the address of record the next member on file takes it over;
      * a household with no members left is removed. This reads
      * Customer.dat forward, so it must come last in an action.
       LeaveHousehold.
           MOVE WSLeaveHHID TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM FindHouseholdMember
                 EVALUATE TRUE
                    WHEN WSNewHeadID = ZERO
                       PERFORM RemoveHousehold
                    WHEN HHHeadID = WSIDNum
                       MOVE WSNewHeadID TO HHHeadID
                       PERFORM RewriteHousehold
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

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
                 IF CustHouseholdID = WSLeaveHHID
                    AND IDNum NOT = WSIDNum
                    MOVE IDNum TO WSNewHeadID
                    SET WSCustEOF TO TRUE
                 END-IF
           END-READ.

       RemoveHousehold.
           DELETE HouseholdFile
              INVALID KEY
                 DISPLAY "HOUSEHOLD " HHID " NOT REMOVED."
              NOT INVALID KEY
                 DISPLAY "HOUSEHOLD " HHID " HAS NO MEMBERS LEFT - "
                    "REMOVED."
                 SET AuditActionCorrect TO TRUE
                 MOVE ZERO TO AuditAmount
                 PERFORM WriteAuditRecord
           END-DELETE.

       MaintainGifts.
           PERFORM ListDonorGifts
           IF WSGiftShown = ZERO
              AT END SET WSGiftEOF TO TRUE
              NOT AT END
                 IF GiftDonorID = WSIDNum
                    MOVE GiftAmount TO WSDisplayAmt
                    DISPLAY "SEQ: " GiftSeqNum " DATE: " GiftDate
                       " FUND: " GiftFundCode
                       " APPEAL: " GiftAppealCode
                       " AMOUNT: " WSDisplayAmt
                       " ACK: " GiftAckFlag
                       " BATCH: " GiftBatchID
                       " REV: " GiftRevFlag
                       " TRIB: " GiftTribType
                       " MATCH: " GiftMatchFlag
                       " TYPE: " GiftType
                    ADD 1 TO WSGiftShown
                 ELSE
                    SET WSGiftEOF TO TRUE

       ProcessGift.
           PERFORM CheckExistingGiftPeriod
           PERFORM CheckExistingGiftBatch
           PERFORM CheckGiftClaim
           EVALUATE TRUE
              WHEN GiftIsReversal
                 DISPLAY "GIFT IS THE REVERSAL OF GIFT "
                    GiftRevSeqNum " - REVERSAL ENTRIES MAY NOT BE "
                    "CHANGED. NO ACTION TAKEN."
              WHEN GiftReversed
                 DISPLAY "GIFT WAS REVERSED BY GIFT " GiftRevSeqNum
                    " - NO ACTION TAKEN."
              WHEN WSGiftClaimMatched
                 DISPLAY "GIFT WAS MATCHED BY THE EMPLOYER'S GIFT "
                    ClaimPaidDonorID "-" ClaimPaidSeqNum " - IT MAY "
                    "NOT BE CORRECTED OR DELETED. A REVERSAL MUST "
                    "ALSO BE REPORTED TO THE COMPANY."
                 PERFORM OfferReversal
              WHEN WSGiftPeriodLocked
                 DISPLAY "GIFT IS DATED IN A CLOSED PERIOD - THE GL "
                    "HAS THAT MONTH. REOPEN IT THROUGH PERIODMAINT "
                    "TO CORRECT OR DELETE IT."
                 PERFORM OfferReversal
              WHEN WSGiftBatchLocked
                 DISPLAY "GIFT IS IN DEPOSIT BATCH " GiftBatchID
                    " WHICH HAS BEEN RELEASED TO THE BANK - IT MAY "
                    "NOT BE CORRECTED OR DELETED."
                 PERFORM OfferReversal
              WHEN OTHER
                 DISPLAY "(C)ORRECT, (D)ELETE OR (R)EVERSE THIS "
                    "GIFT? " WITH NO ADVANCING
                 ACCEPT WSGiftAction
                 EVALUATE TRUE
                    WHEN WSGiftActCorrect
                       PERFORM CorrectGift
                    WHEN WSGiftActDelete AND GiftIsMatch
                       DISPLAY "GIFT IS AN EMPLOYER'S MATCHING CHECK "
                          "WITH CLAIMS TIED TO IT - REVERSE IT "
                          "INSTEAD. NO ACTION TAKEN."
                    WHEN WSGiftActDelete
                       PERFORM DeleteGift
                    WHEN WSGiftActReverse AND NOT WSMayReverse
                       MOVE "REVERSE GIFT" TO WSRefusedAction
                       PERFORM RefuseAction
                    WHEN WSGiftActReverse
                       PERFORM ReverseGift
                    WHEN OTHER
                       DISPLAY "NO ACTION TAKEN."
                 END-EVALUATE
           END-EVALUATE.

       OfferReversal.
           DISPLAY "(R)EVERSE IT FOR A BOUNCED CHECK OR CHARGEBACK? "
              WITH NO ADVANCING
           ACCEPT WSGiftAction
           EVALUATE TRUE
              WHEN WSGiftActReverse AND NOT WSMayReverse
                 MOVE "REVERSE GIFT" TO WSRefusedAction
                 PERFORM RefuseAction
              WHEN WSGiftActReverse
                 PERFORM ReverseGift
              WHEN OTHER
                 DISPLAY "NO ACTION TAKEN."
           END-EVALUATE.

      * The original stays on file as posted; the reversal is a new
      * negative gift under the donor's next sequence number, and
      * GiftRevKey on each record points at the other.
       ReverseGift.
           MOVE GiftRecord TO WSHoldGift
           MOVE GiftKey    TO WSOrigKey
           MOVE GiftAmount TO WSOrigAmount
           MOVE GiftDate   TO WSOrigDate
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday    TO WSDateInput
           MOVE 'Y'        TO WSDateSwitch
           PERFORM CheckGiftPeriod
           EVALUATE TRUE
              WHEN NOT WSDateOK
                 DISPLAY "THE CURRENT MONTH IS CLOSED - A REVERSAL "
                    "CANNOT BE POSTED UNTIL FINANCE REOPENS IT. NO "
                    "ACTION TAKEN."
              WHEN WSOrigDate > WSToday
                 DISPLAY "GIFT IS DATED AFTER TODAY - CORRECT OR "
                    "DELETE IT INSTEAD. NO ACTION TAKEN."
              WHEN OTHER
                 PERFORM GetReversalDetails
           END-EVALUATE.

       GetReversalDetails.
           PERFORM GetReversalReason WITH TEST AFTER
              UNTIL WSRevReasonValid
           INSPECT WSRevReasonInput CONVERTING "bc" TO "BC"
           PERFORM GetReversalDate WITH TEST AFTER
              UNTIL WSDateOK
           MOVE WSOrigAmount TO WSDisplayAmt
           DISPLAY "REVERSE GIFT " WSOrigSeqNum " FOR " WSDisplayAmt
              " DATED " WSDateInput "? (Y/N): " WITH NO ADVANCING
           ACCEPT WSConfirmInput
           IF WSConfirmed
              PERFORM PostReversal
           ELSE
              DISPLAY "NO ACTION TAKEN."
           END-IF.

       GetReversalReason.
           DISPLAY "REASON - (B)OUNCED CHECK OR (C)HARGEBACK: "
              WITH NO ADVANCING
           ACCEPT WSRevReasonInput
           IF NOT WSRevReasonValid
              DISPLAY "INVALID REASON - ENTER B OR C."
           END-IF.

       GetReversalDate.
           DISPLAY "ENTER REVERSAL DATE (CCYYMMDD, BLANK FOR TODAY): "
              WITH NO ADVANCING
           ACCEPT WSDateInput
           MOVE 'N' TO WSDateSwitch
           ACCEPT WSToday FROM DATE YYYYMMDD
           IF WSDateInput = SPACES
              MOVE WSToday TO WSDateInput
           END-IF
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
              PERFORM CheckReversalDate
           END-IF.

      * The reduction belongs to the month the money came back, so the
      * reversal is dated in the current month, no later than today,
      * and the current month must be open.
       CheckReversalDate.
           EVALUATE TRUE
              WHEN WSDateInput < WSOrigDate
                 DISPLAY "REVERSAL MAY NOT BE DATED BEFORE THE "
                    "ORIGINAL GIFT (" WSOrigDate ")."
                 MOVE 'N' TO WSDateSwitch
              WHEN WSDateInput (1:6) NOT = WSToday (1:6)
                 DISPLAY "REVERSAL MUST BE DATED IN THE CURRENT "
                    "MONTH (" WSToday (1:6) ")."
                 MOVE 'N' TO WSDateSwitch
              WHEN WSDateInput > WSToday
                 DISPLAY "REVERSAL MAY NOT BE DATED AFTER TODAY ("
                    WSToday ")."
                 MOVE 'N' TO WSDateSwitch
              WHEN OTHER
                 PERFORM CheckGiftPeriod
           END-EVALUATE.

       PostReversal.
           PERFORM GetNextGiftSeq
           MOVE WSHoldGift   TO GiftRecord
           MOVE WSNextSeq    TO GiftSeqNum
           COMPUTE GiftAmount = ZERO - WSOrigAmount
           MOVE WSDateInput  TO GiftDate
           MOVE SPACE        TO GiftAckFlag
           MOVE SPACES       TO GiftAckDate
           MOVE ZERO         TO GiftBatchID
           MOVE SPACE        TO GiftTribType
           MOVE SPACE        TO GiftDisclFlag
           MOVE SPACE        TO GiftMatchFlag
           SET GiftIsReversal TO TRUE
           MOVE WSRevReasonInput TO GiftRevReason
           MOVE WSOrigKey    TO GiftRevKey
           WRITE GiftRecord
              INVALID KEY
                 DISPLAY "DUPLICATE GIFT KEY DETECTED ON WRITE - "
                    "REVERSAL NOT POSTED."
              NOT INVALID KEY
                 SET AuditActionReverse TO TRUE
                 MOVE WSOrigAmount TO AuditAmount
                 PERFORM WriteAuditRecord
                 PERFORM MarkOriginalReversed
                 PERFORM WithdrawGiftClaim
                 IF GiftIsMatch
                    PERFORM ReopenMatchClaims
                 END-IF
           END-WRITE.

       MarkOriginalReversed.
           MOVE WSHoldGift       TO GiftRecord
           SET GiftReversed      TO TRUE
           MOVE WSRevReasonInput TO GiftRevReason
           MOVE WSIDNum          TO GiftRevDonorID
           MOVE WSNextSeq        TO GiftRevSeqNum
           REWRITE GiftRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - ORIGINAL GIFT NOT FLAGGED "
                    "REVERSED."
              NOT INVALID KEY
                 DISPLAY "GIFT " WSOrigSeqNum " REVERSED BY GIFT "
                    WSNextSeq "."
           END-REWRITE.

      * A matching check that bounces has paid nothing: every claim
      * it settled goes back to pending, so the company is claimed
      * again and the employees lose the soft credit. The claims are
      * read by company; the check's key and date pick out the ones
      * it paid.
       ReopenMatchClaims.
           IF WSClaimCtlOn
              MOVE ZERO          TO WSReopenCount
              MOVE 'N'           TO WSClaimEOFSwitch
              MOVE WSOrigDonorID TO ClaimEmpID
              START ClaimFile KEY IS EQUAL TO ClaimEmpID
                 INVALID KEY SET WSClaimEOF TO TRUE
              END-START
              PERFORM ReopenNextMatchClaim UNTIL WSClaimEOF
              DISPLAY WSReopenCount " MATCHING-GIFT CLAIM(S) PAID BY "
                 "THIS CHECK RETURNED TO PENDING."
           END-IF.

       ReopenNextMatchClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSClaimEOF TO TRUE
              NOT AT END
                 IF ClaimEmpID NOT = WSOrigDonorID
                    SET WSClaimEOF TO TRUE
                 ELSE
                    IF ClaimMatched AND ClaimPaidKey = WSOrigKey
                       AND ClaimPaidDate = WSOrigDate
                       SET ClaimPending TO TRUE
                       MOVE ZERO TO ClaimPaidDonorID
                       MOVE ZERO TO ClaimPaidSeqNum
                       MOVE ZERO TO ClaimPaidDate
                       REWRITE ClaimRecord
                          INVALID KEY
                             DISPLAY "CLAIM REWRITE FAILED FOR "
                                ClaimKey " - CLAIM NOT REOPENED."
                          NOT INVALID KEY
                             ADD 1 TO WSReopenCount
                       END-REWRITE
                    END-IF
                 END-IF
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

       CheckExistingGiftPeriod.
           MOVE 'N' TO WSPeriodLockSwitch
           IF WSPeriodCtlOn
              END-READ
           END-IF.

       CheckExistingGiftBatch.
           MOVE 'N' TO WSBatchLockSwitch
           MOVE 'N' TO WSCheckBatchSwitch
           IF WSBatchCtlOn AND GiftBatchID > ZERO
              MOVE GiftBatchID TO BatchID
              READ BatchFile
                 KEY IS BatchID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BatchReleased
                       MOVE 'Y' TO WSBatchLockSwitch
                    END-IF
                    IF BatchPayCheck
                       MOVE 'Y' TO WSCheckBatchSwitch
                    END-IF
              END-READ
           END-IF.

      * Notes whether the employer has a claim on the gift in hand,
      * keeping the claim key since a correction may change the date.
       CheckGiftClaim.
           MOVE SPACE       TO WSGiftClaimState
           MOVE GiftDonorID TO WSGiftClaimDonorID
           MOVE GiftDate    TO WSGiftClaimDate
           MOVE GiftSeqNum  TO WSGiftClaimSeqNum
           IF WSClaimCtlOn
              MOVE WSGiftClaimKey TO ClaimKey
              READ ClaimFile
                 KEY IS ClaimKey
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ClaimPending
                       SET WSGiftClaimPending TO TRUE
                    END-IF
                    IF ClaimMatched
                       SET WSGiftClaimMatched TO TRUE
                    END-IF
              END-READ
           END-IF.

       WithdrawGiftClaim.
           IF WSGiftClaimPending
              MOVE WSGiftClaimKey TO ClaimKey
              DELETE ClaimFile
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "PENDING MATCHING-GIFT CLAIM WITHDRAWN - "
                       "MATCHCLAIM WILL CLAIM THE GIFT AGAIN IF IT "
                       "STILL QUALIFIES."
              END-DELETE
           END-IF.

       CorrectGift.
           MOVE GiftAmount TO WSOldAmount
           MOVE GiftType   TO WSOldGiftType
           IF GiftNoBenefit
              MOVE ZERO TO WSOldBenefit
           ELSE
              MOVE GiftBenefitAmt TO WSOldBenefit
           END-IF
           MOVE GiftTribType TO WSOldTribType
           MOVE GiftDonorID  TO WSOldTribDonorID
           MOVE GiftDate     TO WSOldTribDate
           MOVE GiftSeqNum   TO WSOldTribSeqNum
           MOVE SPACES       TO WSHoldTrib
           IF WSOldTribType NOT = SPACE
              PERFORM ReadGiftTribute
           END-IF
           PERFORM GetDonationAmount WITH TEST AFTER
              UNTIL WSAmtInput IS NUMERIC
           MOVE WSAmtInputAmt TO GiftAmount
           PERFORM GetGiftType WITH TEST AFTER
              UNTIL WSTypeValid
           INSPECT WSTypeInput CONVERTING "cskq" TO "CSKQ"
           IF NOT WSTypeKeep
              MOVE WSTypeInput TO GiftType
           END-IF
           MOVE SPACES TO WSDescInput
           IF GiftTypeNonCash
              PERFORM GetGiftDescription WITH TEST AFTER
                 UNTIL WSDescInput NOT = SPACES
           END-IF
           MOVE WSDescInput TO GiftDescription
           MOVE ZERO TO WSBenefitAmt
           IF NOT GiftTypeInKind
              PERFORM GetBenefitAmount WITH TEST AFTER
                 UNTIL WSBenefitOK
           END-IF
           MOVE WSBenefitAmt TO GiftBenefitAmt
           IF GiftAmount NOT = WSOldAmount
              OR GiftBenefitAmt NOT = WSOldBenefit
              MOVE SPACE TO GiftDisclFlag
           END-IF
           PERFORM GetFundCode WITH TEST AFTER
              UNTIL WSFundOK
           MOVE WSFundInput TO GiftFundCode
           PERFORM GetDonationDate WITH TEST AFTER
              UNTIL WSDateOK
           MOVE WSDateInput TO GiftDate
           IF WSGiftOnCheckBatch AND NOT GiftTypeNonCash
              PERFORM GetCheckNumber WITH TEST AFTER
                 UNTIL WSCheckInput NOT = SPACES
              MOVE WSCheckInput TO GiftCheckNum
           END-IF
           PERFORM GetTributeChange WITH TEST AFTER
              UNTIL WSTribValid
           INSPECT WSTribInput CONVERTING "mhn" TO "MHN"
           EVALUATE TRUE
              WHEN WSTribKeep
                 CONTINUE
              WHEN WSTribRemove
                 MOVE SPACE TO GiftTribType
              WHEN OTHER
                 MOVE WSTribInput TO GiftTribType
                 PERFORM GetTributeDetails
           END-EVALUATE
           REWRITE GiftRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - GIFT NOT UPDATED."
                 SET AuditActionCorrect TO TRUE
                 MOVE GiftAmount TO AuditAmount
                 PERFORM WriteAuditRecord
                 PERFORM SetCorrectBatchAdj
                 PERFORM AdjustGiftBatch
                 PERFORM ApplyTributeChange
                 PERFORM WithdrawGiftClaim
           END-REWRITE.

       ReadGiftTribute.
           MOVE WSOldTribKey TO TribKey
           READ TributeFile
              KEY IS TribKey
              INVALID KEY
                 DISPLAY "TRIBUTE RECORD NOT ON FILE FOR THIS GIFT - "
                    "RE-ENTER IT OR ENTER N TO CLEAR THE FLAG."
              NOT INVALID KEY
                 MOVE TributeRecord TO WSHoldTrib
                 DISPLAY "TRIBUTE: " TribType " HONOREE: "
                    TribHonoree
                 DISPLAY "NOTIFY: " TribNotifyName " SENT: "
                    TribNotifyFlag " " TribNotifyDate
           END-READ.

       GetTributeChange.
           DISPLAY "TRIBUTE - IN (M)EMORY, IN (H)ONOR, (N)ONE, OR "
              "BLANK TO LEAVE AS IS: " WITH NO ADVANCING
           ACCEPT WSTribInput
           IF NOT WSTribValid
              DISPLAY "INVALID TRIBUTE TYPE - ENTER M, H, N OR BLANK."
           END-IF.

      * Re-takes the tribute details into the held copy; the notify
      * flag of an existing tribute carries unless a resend is asked.
       GetTributeDetails.
           MOVE WSHoldTrib  TO TributeRecord
           MOVE WSTribInput TO TribType
           PERFORM GetHonoree WITH TEST AFTER
              UNTIL TribHonoree NOT = SPACES
           DISPLAY "ENTER PERSON TO NOTIFY (BLANK IF NONE): "
              WITH NO ADVANCING
           ACCEPT TribNotifyName
           IF TribNotifyName = SPACES
              MOVE SPACES TO TribNotifyAddress
              MOVE SPACES TO TribNotifyDate
              SET TribNoNotify TO TRUE
           ELSE
              DISPLAY "ENTER NOTIFY STREET: " WITH NO ADVANCING
              ACCEPT TribNotifyStreet
              DISPLAY "ENTER NOTIFY CITY: " WITH NO ADVANCING
              ACCEPT TribNotifyCity
              DISPLAY "ENTER NOTIFY STATE (2 CHARACTERS): "
                 WITH NO ADVANCING
              ACCEPT TribNotifyState
              DISPLAY "ENTER NOTIFY ZIP CODE: " WITH NO ADVANCING
              ACCEPT TribNotifyZip
              IF TribNotified
                 DISPLAY "NOTIFICATION WAS SENT ON " TribNotifyDate
                    " - SEND ANOTHER? (Y/N): " WITH NO ADVANCING
                 ACCEPT WSConfirmInput
                 IF WSConfirmed
                    MOVE SPACES TO TribNotifyDate
                    SET TribNotifyPending TO TRUE
                 END-IF
              ELSE
                 MOVE SPACES TO TribNotifyDate
                 SET TribNotifyPending TO TRUE
              END-IF
           END-IF
           MOVE TributeRecord TO WSHoldTrib.

       GetHonoree.
           DISPLAY "ENTER HONOREE NAME: " WITH NO ADVANCING
           ACCEPT TribHonoree
           IF TribHonoree = SPACES
              DISPLAY "HONOREE NAME REQUIRED ON A TRIBUTE GIFT."
           END-IF.

      * The tribute key carries the gift date, so the old record is
      * always removed and the held copy written under the gift's
      * corrected key.
       ApplyTributeChange.
           IF WSOldTribType NOT = SPACE
              MOVE WSOldTribKey TO TribKey
              DELETE TributeFile
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF
           IF GiftTribType NOT = SPACE
              MOVE WSHoldTrib   TO TributeRecord
              MOVE GiftDonorID  TO TribDonorID
              MOVE GiftDate     TO TribGiftDate
              MOVE GiftSeqNum   TO TribSeqNum
              MOVE GiftTribType TO TribType
              IF TribHonoree = SPACES
                 DISPLAY "NO TRIBUTE DETAILS ON FILE - CORRECT THE "
                    "GIFT AGAIN TO ENTER THEM."
              ELSE
                 WRITE TributeRecord
                    INVALID KEY
                       DISPLAY "TRIBUTE WRITE FAILED - TRIBUTE NOT "
                          "UPDATED."
                 END-WRITE
              END-IF
           END-IF.

       DeleteGiftTribute.
           IF GiftTribType NOT = SPACE
              MOVE GiftDonorID TO TribDonorID
              MOVE GiftDate    TO TribGiftDate
              MOVE GiftSeqNum  TO TribSeqNum
              DELETE TributeFile
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF.

       DeleteGift.
           MOVE GiftAmount TO AuditAmount
           DELETE GiftFile
                 DISPLAY "GIFT RECORD DELETED."
                 SET AuditActionDelete TO TRUE
                 PERFORM WriteAuditRecord
                 PERFORM DeleteGiftTribute
                 PERFORM WithdrawGiftClaim
                 PERFORM SetDeleteBatchAdj
                 PERFORM AdjustGiftBatch
           END-DELETE.

      * Stock and in-kind gifts are not in the batch count or total
      * (no bank deposit carries them), so a correction backs out the
      * gift as it was and puts back the gift as it now is, each only
      * when it is a cash gift - a change of type moves it in or out.
       SetCorrectBatchAdj.
           MOVE ZERO TO WSBatchAdjCount
           MOVE ZERO TO WSBatchAdjAmt
           IF NOT WSOldTypeNonCash
              MOVE -1 TO WSBatchAdjCount
              COMPUTE WSBatchAdjAmt = ZERO - WSOldAmount
           END-IF
           IF NOT GiftTypeNonCash
              ADD 1          TO WSBatchAdjCount
              ADD GiftAmount TO WSBatchAdjAmt
           END-IF.

       SetDeleteBatchAdj.
           MOVE ZERO TO WSBatchAdjCount
           MOVE ZERO TO WSBatchAdjAmt
           IF NOT GiftTypeNonCash
              MOVE -1 TO WSBatchAdjCount
              COMPUTE WSBatchAdjAmt = ZERO - GiftAmount
           END-IF.

      * Backs a gift change out of (or into) the keyed count and
      * total of the open deposit batch the gift was posted under.
       AdjustGiftBatch.
           IF WSBatchCtlOn AND GiftBatchID > ZERO
              MOVE GiftBatchID TO BatchID
              READ BatchFile
                 KEY IS BatchID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WSBatchAdjCount TO BatchKeyCount
                    ADD WSBatchAdjAmt   TO BatchKeyAmount
                    REWRITE BatchRecord
                       INVALID KEY
                          DISPLAY "BATCH REWRITE FAILED - KEYED "
                             "TOTALS NOT UPDATED."
                    END-REWRITE
              END-READ
           END-IF.

       GetCheckNumber.
           DISPLAY "ENTER CHECK NUMBER: " WITH NO ADVANCING
           ACCEPT WSCheckInput
           IF WSCheckInput = SPACES
              DISPLAY "CHECK NUMBER REQUIRED ON A CHECK BATCH."
           END-IF.

       GetDonationAmount.
           DISPLAY "ENTER DONATION AMOUNT (7 DIGITS - 5 WHOLE "
              "DOLLARS THEN 2 CENTS, NO DECIMAL POINT): "
              DISPLAY "INVALID DONATION AMOUNT - NUMBERS ONLY."
           END-IF.

       GetGiftType.
           DISPLAY "GIFT TYPE IS " GiftType " - (C)ASH/CHECK, (S)TOCK, "
              "IN-(K)IND, (Q)UID-PRO-QUO, OR BLANK TO LEAVE AS IS: "
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
              WHEN GiftTypeEvent AND WSBenefitAmt = ZERO
                 DISPLAY "A QUID-PRO-QUO GIFT MUST CARRY THE VALUE "
                    "OF WHAT THE DONOR RECEIVED."
              WHEN OTHER
                 MOVE 'Y' TO WSBenefitSwitch
           END-EVALUATE.

       GetFundCode.
           DISPLAY "ENTER NEW FUND CODE: " WITH NO ADVANCING
           ACCEPT WSFundInput
           END-IF.

       DeleteDonor.
           PERFORM CheckDonorReleasedGifts
           IF WSDonorHasReleased
              DISPLAY "DONOR HAS GIFTS IN A RELEASED DEPOSIT BATCH - "
                 "DONOR NOT DELETED."
           END-IF
           IF WSDonorHasReversal
              DISPLAY "DONOR HAS A GIFT REVERSAL ON FILE - DONOR NOT "
                 "DELETED."
           END-IF
           PERFORM CheckDonorMatching
           IF WSDonorHasMatched
              DISPLAY "DONOR HAS MATCHING-GIFT CLAIMS PAID ON FILE - "
                 "DONOR NOT DELETED."
           END-IF
           IF WSDonorIsEmployer
              DISPLAY "DONOR IS A MATCHING-GIFT EMPLOYER ON "
                 "Employers.dat - DONOR NOT DELETED."
           END-IF
           IF NOT WSDonorHasReleased AND NOT WSDonorHasReversal
              AND NOT WSDonorHasMatched AND NOT WSDonorIsEmployer
              PERFORM DeleteDonorGifts
              PERFORM DeleteDonorClaims
              MOVE ZERO TO WSLeaveHHID
              IF NOT CustNoHousehold
                 MOVE CustHouseholdID TO WSLeaveHHID
              END-IF
              DELETE CustomerFile
                 INVALID KEY
                    DISPLAY "DELETE FAILED - RECORD NOT REMOVED."
                 NOT INVALID KEY
                    DISPLAY "DONOR RECORD DELETED."
                    SET AuditActionDelete TO TRUE
                    MOVE ZERO TO AuditAmount
                    PERFORM WriteAuditRecord
                    IF WSLeaveHHID NOT = ZERO
                       PERFORM LeaveHousehold
                    END-IF
              END-DELETE
           END-IF.

       CheckDonorReleasedGifts.
           MOVE 'N' TO WSReleasedSwitch
           MOVE 'N' TO WSDonorRevSwitch
           MOVE 'N' TO WSDonorMatchSwitch
           MOVE 'N' TO WSGiftEOFSwitch
           MOVE WSIDNum TO GiftDonorID
           MOVE ZERO    TO GiftSeqNum
           START GiftFile KEY IS NOT LESS THAN GiftKey
              INVALID KEY SET WSGiftEOF TO TRUE
           END-START
           PERFORM CheckNextDonorGift UNTIL WSGiftEOF.

       CheckNextDonorGift.
           READ GiftFile NEXT RECORD
              AT END SET WSGiftEOF TO TRUE
              NOT AT END
                 IF GiftDonorID = WSIDNum
                    PERFORM CheckExistingGiftBatch
                    IF WSGiftBatchLocked
                       MOVE 'Y' TO WSReleasedSwitch
                    END-IF
                    IF NOT GiftNotReversed
                       MOVE 'Y' TO WSDonorRevSwitch
                    END-IF
                    IF GiftIsMatch
                       MOVE 'Y' TO WSDonorMatchSwitch
                    END-IF
                 ELSE
                    SET WSGiftEOF TO TRUE
                 END-IF
           END-READ.

      * A paid claim on any of the donor's gifts, current or
      * archived, keeps the donor on file, as does being an employer.
       CheckDonorMatching.
           MOVE 'N' TO WSDonorEmpSwitch
           IF WSEmpCtlOn
              MOVE WSIDNum TO EmpID
              READ EmployerFile
                 KEY IS EmpID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WSDonorEmpSwitch
              END-READ
           END-IF
           IF WSClaimCtlOn
              MOVE 'N' TO WSClaimEOFSwitch
              MOVE WSIDNum TO ClaimDonorID
              MOVE ZERO    TO ClaimGiftDate
              MOVE ZERO    TO ClaimSeqNum
              START ClaimFile KEY IS NOT LESS THAN ClaimKey
                 INVALID KEY SET WSClaimEOF TO TRUE
              END-START
              PERFORM CheckNextDonorClaim UNTIL WSClaimEOF
           END-IF.

       CheckNextDonorClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSClaimEOF TO TRUE
              NOT AT END
                 IF ClaimDonorID = WSIDNum
                    IF ClaimMatched
                       MOVE 'Y' TO WSDonorMatchSwitch
                    END-IF
                 ELSE
                    SET WSClaimEOF TO TRUE
                 END-IF
           END-READ.

       DeleteDonorClaims.
           IF WSClaimCtlOn
              MOVE 'N' TO WSClaimEOFSwitch
              MOVE WSIDNum TO ClaimDonorID
              MOVE ZERO    TO ClaimGiftDate
              MOVE ZERO    TO ClaimSeqNum
              START ClaimFile KEY IS NOT LESS THAN ClaimKey
                 INVALID KEY SET WSClaimEOF TO TRUE
              END-START
              PERFORM DeleteNextDonorClaim UNTIL WSClaimEOF
           END-IF.

       DeleteNextDonorClaim.
           READ ClaimFile NEXT RECORD
              AT END SET WSClaimEOF TO TRUE
              NOT AT END
                 IF ClaimDonorID = WSIDNum
                    DELETE ClaimFile
                       INVALID KEY
                          DISPLAY "DELETE FAILED - CLAIM NOT REMOVED."
                    END-DELETE
                 ELSE
                    SET WSClaimEOF TO TRUE
                 END-IF
           END-READ.

       DeleteDonorGifts.
           MOVE 'N' TO WSGiftEOFSwitch
                       NOT INVALID KEY
                          SET AuditActionDelete TO TRUE
                          PERFORM WriteAuditRecord
                          PERFORM DeleteGiftTribute
                          PERFORM SetDeleteBatchAdj
                          PERFORM AdjustGiftBatch
                    END-DELETE
                 ELSE
                    SET WSGiftEOF TO TRUE
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
                 "TO RUN DONORMAINT."
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
           MOVE "DONORMAINT" TO SignLogProgram
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
