      *                  its G action) and reprints that one receipt
      *                  for the "I never got my receipt" calls.
      *                  Gifts.dat is now opened I-O for the marking.
      * 10/15/26 TMB      A gift reversed through DONORMAINT (bounced
      *                  check, chargeback) and the reversal entry
      *                  itself are never receipted: the new-receipt
      *                  run passes over both, counting them on the
      *                  console, and (R)EPRINT refuses them.
      * 10/15/26 TMB      The receipt now follows the gift type and
      *                  benefit value on the gift (see giftrec.cpy).
      *                  A cash gift states the amount and that it is
      *                  deductible in full. A gift the donor received
      *                  goods or services for (gala ticket, auction
      *                  item) states the payment, the estimated value
      *                  of what was provided, the deductible amount
      *                  and the IRS quid-pro-quo disclosure, and is
      *                  flagged as disclosed (GiftDisclFlag) for the
      *                  DISCLRPT exception report - a (R)EPRINT of an
      *                  older receipt flags it too. A stock gift
      *                  describes the shares with their value when
      *                  received; an in-kind gift describes the goods
      *                  and states that no value is stated by the
      *                  organization - no amount is printed.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else, since the run marks gifts
      *                  acknowledged and disclosed; any active operator
      *                  may run it. Refused sign-ons go to SignOn.log.
      * 10/15/26 TMB      Household receipts. The new-receipt run now
      *                  sorts the unacknowledged gifts so that donors
      *                  linked in a household (see hhrec.cpy) get ONE
      *                  letter between them, mailed to the household's
      *                  address-of-record member under the household
      *                  salutation. Each member's gift is listed under
      *                  the member's name with its own amount,
      *                  deductible amount and IRS wording, so every
      *                  gift is still substantiated. Donors in no
      *                  household, and the members of a household whose
      *                  address-of-record member is deceased or do-not-
      *                  mail, still get a receipt per gift. Without
      *                  Households.dat the run prints per gift with a
      *                  console note. (R)EPRINT is unchanged - one
      *                  receipt per gift.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LETTERS.
           FILE STATUS IS WSFileStatus.
           SELECT LetterFile ASSIGN TO "Letters.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HouseholdFile ASSIGN TO "Households.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HHID
           FILE STATUS IS WSHHStatus.
           SELECT SortWorkFile ASSIGN TO "SortWork.tmp".
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
       FD GiftFile.
           COPY "custrec.cpy".
       FD LetterFile.
       01 PrintLine PIC X(99).
       FD HouseholdFile.
           COPY "hhrec.cpy".
       SD SortWorkFile.
       01 SortRecord.
           02 SortLetterID    PIC 9(05).
           02 SortHouseholdID PIC X(04).
              88 SortNoHousehold VALUE SPACES.
           02 SortDonorID     PIC 9(05).
           02 SortSeqNum      PIC 9(03).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSHHStatus       PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
       01 WSHHCtlSwitch    PIC X(01) VALUE 'N'.
           88 WSHHCtlOn      VALUE 'Y'.
       01 WSSortEOFSwitch  PIC X(01) VALUE 'N'.
           88 WSSortEOF      VALUE 'Y'.
       01 WSLetterSwitch   PIC X(01) VALUE 'N'.
           88 WSLetterOpen   VALUE 'Y'.
       01 WSRelDonorID     PIC 9(05) VALUE ZERO.
       01 WSRelLetterID    PIC 9(05) VALUE ZERO.
       01 WSRelHouseholdID PIC X(04) VALUE SPACES.
       01 WSHoldLetterID   PIC 9(05) VALUE ZERO.
       01 WSHoldHouseholdID PIC X(04) VALUE SPACES.
       01 WSLetterCount    PIC 9(05) VALUE ZERO.
       01 WSHHLetterCount  PIC 9(05) VALUE ZERO.
       01 WSToday          PIC 9(8).
       01 WSTodayGroups    REDEFINES WSToday.
           02 WSTodayYear  PIC 9(4).
       01 WSCityLen        PIC 99 VALUE ZERO.
       01 WSSuppressCount  PIC 9(05) VALUE ZERO.
       01 WSPrintCount     PIC 9(05) VALUE ZERO.
       01 WSReversedCount  PIC 9(05) VALUE ZERO.
       01 WSDisclCount     PIC 9(05) VALUE ZERO.
       01 WSDeductAmt      PIC S9(05)V99 VALUE ZERO.
       01 WSModeInput      PIC X(01).
           88 WSModeReprint   VALUE 'R' 'r'.
       01 WSIDInput        PIC X(05).
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
       01 LetterHHSalutation PIC X(50) VALUE SPACES.
       01 LetterBody1 PIC X(70) VALUE
           "Thank you for your generous donation to our organization.".
       01 LetterHHBody1 PIC X(70) VALUE
           "Thank you for your household's generous donations to our".
       01 LetterHHBody2 PIC X(70) VALUE
           "organization. Each gift is acknowledged below.".
       01 LetterMemberLine.
           02 FILLER    PIC X(10) VALUE "Gift from ".
           02 PrintMemberName PIC X(31).
       01 LetterAmountLine.
           02 FILLER    PIC X(41) VALUE
              "We gratefully acknowledge your gift of ".
           02 PrintAmt  PIC $$$,$$$.99.
           02 FILLER    PIC X(01) VALUE ".".
       01 LetterPaymentLine.
           02 FILLER    PIC X(42) VALUE
              "We gratefully acknowledge your payment of ".
           02 PrintPayAmt PIC $$$,$$$.99.
           02 FILLER    PIC X(01) VALUE ".".
       01 LetterStockLine PIC X(70) VALUE
           "We gratefully acknowledge your gift of these securities:".
       01 LetterInKindLine PIC X(70) VALUE
           "We gratefully acknowledge your gift of these goods:".
       01 LetterDescLine.
           02 FILLER    PIC X(04) VALUE SPACE.
           02 PrintDesc PIC X(30).
       01 LetterStockValueLine.
           02 FILLER    PIC X(41) VALUE
              "Value of the securities when received: ".
           02 PrintStockAmt PIC $$$,$$$.99.
           02 FILLER    PIC X(01) VALUE ".".
       01 LetterBenefitLine.
           02 FILLER    PIC X(48) VALUE
              "Estimated value of goods or services provided: ".
           02 PrintBenefitAmt PIC $$$,$$$.99.
       01 LetterDeductLine.
           02 FILLER    PIC X(48) VALUE
              "Deductible amount of your contribution:".
           02 PrintDeductAmt PIC $$$,$$$.99.
       01 LetterQPQLine1 PIC X(80) VALUE
           "The amount of your contribution that is deductible for".
       01 LetterQPQLine2 PIC X(80) VALUE
           "federal income tax purposes is limited to the excess of".
       01 LetterQPQLine3 PIC X(80) VALUE
           "the amount contributed over the value of the goods or".
       01 LetterQPQLine4 PIC X(80) VALUE
           "services provided by the organization.".
       01 LetterInKindTax1 PIC X(80) VALUE
           "No value is stated by the organization for this gift;".
       01 LetterInKindTax2 PIC X(80) VALUE
           "its value for tax purposes is for the donor to determine.".
       01 LetterGiftDateLine.
           02 FILLER        PIC X(19) VALUE "Date of your gift: ".
           02 PrintGiftDate PIC X(10).
           "Please retain this letter for your tax records.".
       01 LetterClosing    PIC X(20) VALUE "Sincerely,".
       01 LetterSignature  PIC X(30) VALUE "Development Office".
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
           OPEN I-O GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
           CLOSE LetterFile, GiftFile, CustomerFile.
           STOP RUN.

      * New receipts go through a sort so the gifts of donors linked
      * in a household come together on one letter to the household.
       PrintNewReceipts.
           PERFORM OpenHouseholdFile
           SORT SortWorkFile
              ON ASCENDING KEY SortLetterID SortHouseholdID
                               SortDonorID SortSeqNum
              INPUT PROCEDURE IS SelectNewGifts
              OUTPUT PROCEDURE IS PrintNewLetters
           IF WSHHCtlOn
              CLOSE HouseholdFile
           END-IF
           MOVE WSSuppressCount TO PrintSuppressed
           WRITE PrintLine FROM SuppressedLine AFTER ADVANCING PAGE
           DISPLAY WSLetterCount " NEW RECEIPT LETTER(S) PRINTED, "
              WSHHLetterCount " OF THEM TO A HOUSEHOLD."
           DISPLAY WSPrintCount " GIFT(S) RECEIPTED AND MARKED "
              "ACKNOWLEDGED."
           DISPLAY WSSuppressCount " LETTER(S) SUPPRESSED BY DONOR "
              "STATUS THIS RUN."
           DISPLAY WSReversedCount " REVERSED GIFT(S) OR REVERSAL(S) "
              "PASSED OVER - NO RECEIPT."
           DISPLAY WSDisclCount " RECEIPT(S) CARRIED THE QUID-PRO-QUO "
              "DISCLOSURE.".

       FormatTodayDate.
           STRING WSTodayMonth DELIMITED SIZE
                  INTO PrintGiftDate
           END-STRING.

      * Households.dat is optional: without it every gift gets a
      * receipt of its own.
       OpenHouseholdFile.
           OPEN INPUT HouseholdFile
           IF WSHHFileOK
              MOVE 'Y' TO WSHHCtlSwitch
           ELSE
              DISPLAY "NOTE: Households.dat NOT ON FILE - ONE "
                 "RECEIPT PER GIFT."
           END-IF.

       LookUpDonorName.
           MOVE GiftDonorID TO IDNum
           READ CustomerFile
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
                 MOVE SPACE       TO DonorStatus
                 MOVE SPACES      TO CustHouseholdID
           END-READ.

       BuildAddressBlock.
       TrimCityLen.
           SUBTRACT 1 FROM WSCityLen.

       SelectNewGifts.
           MOVE ZERO TO GiftDonorID, GiftSeqNum
           START GiftFile KEY IS NOT LESS THAN GiftKey
              INVALID KEY SET WSEOF TO TRUE
           END-START
           IF NOT WSEOF
              READ GiftFile NEXT RECORD
                 AT END SET WSEOF TO TRUE
              END-READ
           END-IF
           PERFORM ReleaseNewGift UNTIL WSEOF.

      * A gift suppressed by its own donor's status is never released,
      * so a deceased or do-not-mail member's gifts stay unmarked.
       ReleaseNewGift.
           IF GiftUnacknowledged AND (GiftReversed OR GiftIsReversal)
              ADD 1 TO WSReversedCount
           END-IF
           IF GiftUnacknowledged AND GiftNotReversed
              PERFORM LookUpDonorName
              IF DonorDeceased OR DonorNoMail
                 ADD 1 TO WSSuppressCount
              ELSE
                 PERFORM FindLetterID
                 MOVE GiftDonorID TO SortDonorID
                 MOVE GiftSeqNum  TO SortSeqNum
                 RELEASE SortRecord
              END-IF
           END-IF
           READ GiftFile NEXT RECORD
              AT END SET WSEOF TO TRUE
           END-READ.

      * Gifts.dat is in donor order, so the household is looked up once
      * per donor. A household gift is receipted on the household's
      * letter at the address-of-record member, unless that member
      * can no longer be mailed - then each member is receipted alone.
       FindLetterID.
           IF GiftDonorID NOT = WSRelDonorID
              MOVE GiftDonorID TO WSRelDonorID
              MOVE GiftDonorID TO WSRelLetterID
              MOVE SPACES      TO WSRelHouseholdID
              IF WSHHCtlOn AND NOT CustNoHousehold
                 PERFORM FindDonorHousehold
              END-IF
           END-IF
           MOVE WSRelLetterID    TO SortLetterID
           MOVE WSRelHouseholdID TO SortHouseholdID.

       FindDonorHousehold.
           MOVE CustHouseholdID TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HHHeadID TO IDNum
                 READ CustomerFile
                    KEY IS IDNum
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NOT DonorDeceased AND NOT DonorNoMail
                          MOVE HHHeadID TO WSRelLetterID
                          MOVE HHID     TO WSRelHouseholdID
                       END-IF
                 END-READ
           END-READ.

       PrintNewLetters.
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN
           PERFORM PrintSortedGift UNTIL WSSortEOF
           IF WSLetterOpen
              PERFORM CloseHouseholdLetter
           END-IF.

      * A donor in no household gets a receipt per gift as before; a
      * household gets one letter listing every member's gift.
       PrintSortedGift.
           IF WSLetterOpen
              AND (SortLetterID NOT = WSHoldLetterID
                   OR SortHouseholdID NOT = WSHoldHouseholdID)
              PERFORM CloseHouseholdLetter
           END-IF
           MOVE SortDonorID TO GiftDonorID
           MOVE SortSeqNum  TO GiftSeqNum
           READ GiftFile
              KEY IS GiftKey
              INVALID KEY
                 DISPLAY "GIFT " GiftKey " NO LONGER ON FILE - NO "
                    "RECEIPT PRINTED."
              NOT INVALID KEY
                 IF SortNoHousehold
                    PERFORM LookUpDonorName
                    PERFORM PrintOneLetter
                 ELSE
                    IF NOT WSLetterOpen
                       PERFORM StartHouseholdLetter
                    END-IF
                    PERFORM PrintHouseholdGift
                 END-IF
                 PERFORM MarkAcknowledged
           END-READ
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN.

      * The household letter goes to the address-of-record member's
      * address under the household salutation (the member's own
      * name if no salutation was keyed).
       StartHouseholdLetter.
           MOVE SortLetterID    TO WSHoldLetterID
           MOVE SortHouseholdID TO WSHoldHouseholdID
           MOVE SortLetterID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
                 MOVE SPACES      TO CustAddress
           END-READ
           PERFORM BuildAddressBlock
           MOVE FirstName TO PrintFN
           MOVE LastName  TO PrintLN
           MOVE SortHouseholdID TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 MOVE SPACES TO HHSalutation
           END-READ
           IF HHSalutation NOT = SPACES
              MOVE HHSalutation TO PrintAdrName
              MOVE SPACES TO LetterHHSalutation
              STRING "Dear "      DELIMITED SIZE
                     HHSalutation DELIMITED BY "  "
                     ","          DELIMITED SIZE
                     INTO LetterHHSalutation
              END-STRING
           END-IF
           PERFORM PrintLetterTop
           IF HHSalutation NOT = SPACES
              WRITE PrintLine FROM LetterHHSalutation AFTER
                 ADVANCING 3 LINES
           ELSE
              WRITE PrintLine FROM LetterSalutation AFTER
                 ADVANCING 3 LINES
           END-IF
           WRITE PrintLine FROM LetterHHBody1 AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM LetterHHBody2 AFTER ADVANCING 1 LINES
           MOVE 'Y' TO WSLetterSwitch
           ADD 1 TO WSLetterCount
           ADD 1 TO WSHHLetterCount.

      * Each member's gift carries its own amount, deductible amount
      * and IRS wording, so every gift is substantiated on its own.
       PrintHouseholdGift.
           PERFORM LookUpDonorName
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
           PERFORM FormatGiftDate
           WRITE PrintLine FROM LetterMemberLine AFTER ADVANCING
              3 LINES
           PERFORM PrintGiftWording
           WRITE PrintLine FROM LetterGiftDateLine AFTER ADVANCING
              1 LINES
           PERFORM PrintTaxWording.

       CloseHouseholdLetter.
           PERFORM PrintLetterClose
           MOVE 'N' TO WSLetterSwitch.

       MarkAcknowledged.
           SET GiftAcknowledged TO TRUE
           MOVE WSToday TO GiftAckDate
           IF NOT GiftNoBenefit
              SET GiftDisclosed TO TRUE
              ADD 1 TO WSDisclCount
           END-IF
           REWRITE GiftRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - GIFT " GiftKey " NOT "
                    DISPLAY "NO GIFT ON FILE WITH THAT KEY - USE "
                       "THE DONORMAINT (G)IFTS LIST TO FIND IT."
                 NOT INVALID KEY
                    IF GiftNotReversed
                       PERFORM ReprintOneGift
                    ELSE
                       DISPLAY "GIFT " GiftKey " IS A REVERSED GIFT "
                          "OR A REVERSAL - NO RECEIPT CAN BE "
                          "PRINTED."
                    END-IF
              END-READ
           ELSE
              WITH NO ADVANCING
           ACCEPT WSMoreInput.

       ReprintOneGift.
           PERFORM LookUpDonorName
           PERFORM PrintOneLetter
           DISPLAY "RECEIPT REPRINTED FOR GIFT " GiftKey "."
           EVALUATE TRUE
              WHEN GiftUnacknowledged
                 PERFORM MarkAcknowledged
              WHEN GiftNotDisclosed AND NOT GiftNoBenefit
                 PERFORM MarkDisclosed
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * A receipt printed before gifts carried a benefit value had no
      * disclosure; the reprint supplies it.
       MarkDisclosed.
           SET GiftDisclosed TO TRUE
           REWRITE GiftRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - GIFT " GiftKey " NOT "
                    "MARKED DISCLOSED."
              NOT INVALID KEY
                 ADD 1 TO WSDisclCount
                 DISPLAY "QUID-PRO-QUO DISCLOSURE NOW ON FILE FOR "
                    "GIFT " GiftKey "."
           END-REWRITE.

       PrintOneLetter.
           PERFORM FormatGiftDate
           PERFORM BuildAddressBlock
           MOVE FirstName    TO PrintFN
           MOVE LastName     TO PrintLN
           PERFORM PrintLetterTop
           WRITE PrintLine FROM LetterSalutation AFTER ADVANCING
              3 LINES
           WRITE PrintLine FROM LetterBody1 AFTER ADVANCING 2 LINES
           PERFORM PrintGiftWording
           WRITE PrintLine FROM LetterGiftDateLine AFTER ADVANCING
              1 LINES
           PERFORM PrintTaxWording
           PERFORM PrintLetterClose
           ADD 1 TO WSLetterCount.

       PrintLetterTop.
           WRITE PrintLine FROM LetterHeading AFTER ADVANCING PAGE
           WRITE PrintLine FROM AddressNameLine AFTER ADVANCING
              3 LINES
           WRITE PrintLine FROM AddressStreetLine AFTER ADVANCING
              1 LINES
           WRITE PrintLine FROM AddressCityLine AFTER ADVANCING
              1 LINES.

       PrintLetterClose.
           WRITE PrintLine FROM LetterTaxLine2 AFTER ADVANCING
              1 LINES
           WRITE PrintLine FROM LetterClosing AFTER ADVANCING
              3 LINES
           WRITE PrintLine FROM LetterSignature AFTER ADVANCING
              1 LINES.

      * What was given: an amount for cash, a payment for a gift with
      * a benefit, the description for shares or goods.
       PrintGiftWording.
           MOVE GiftDescription TO PrintDesc
           EVALUATE TRUE
              WHEN GiftTypeInKind
                 WRITE PrintLine FROM LetterInKindLine AFTER
                    ADVANCING 2 LINES
                 WRITE PrintLine FROM LetterDescLine AFTER
                    ADVANCING 1 LINES
              WHEN GiftTypeStock
                 MOVE GiftAmount TO PrintStockAmt
                 WRITE PrintLine FROM LetterStockLine AFTER
                    ADVANCING 2 LINES
                 WRITE PrintLine FROM LetterDescLine AFTER
                    ADVANCING 1 LINES
                 WRITE PrintLine FROM LetterStockValueLine AFTER
                    ADVANCING 1 LINES
              WHEN GiftNoBenefit
                 MOVE GiftAmount TO PrintAmt
                 WRITE PrintLine FROM LetterAmountLine AFTER
                    ADVANCING 2 LINES
              WHEN OTHER
                 MOVE GiftAmount TO PrintPayAmt
                 WRITE PrintLine FROM LetterPaymentLine AFTER
                    ADVANCING 2 LINES
           END-EVALUATE.

      * The deductible amount and the wording the IRS requires: no
      * value stated on goods, the quid-pro-quo disclosure whenever
      * the donor received something back.
       PrintTaxWording.
           EVALUATE TRUE
              WHEN GiftTypeInKind
                 WRITE PrintLine FROM LetterTaxLine1 AFTER
                    ADVANCING 2 LINES
                 WRITE PrintLine FROM LetterInKindTax1 AFTER
                    ADVANCING 1 LINES
                 WRITE PrintLine FROM LetterInKindTax2 AFTER
                    ADVANCING 1 LINES
              WHEN GiftNoBenefit
                 MOVE GiftAmount TO PrintDeductAmt
                 WRITE PrintLine FROM LetterDeductLine AFTER
                    ADVANCING 2 LINES
                 WRITE PrintLine FROM LetterTaxLine1 AFTER
                    ADVANCING 1 LINES
              WHEN OTHER
                 MOVE GiftBenefitAmt TO PrintBenefitAmt
                 COMPUTE WSDeductAmt = GiftAmount - GiftBenefitAmt
                 MOVE WSDeductAmt TO PrintDeductAmt
                 WRITE PrintLine FROM LetterBenefitLine AFTER
                    ADVANCING 2 LINES
                 WRITE PrintLine FROM LetterDeductLine AFTER
                    ADVANCING 1 LINES
                 WRITE PrintLine FROM LetterQPQLine1 AFTER
                    ADVANCING 2 LINES
                 WRITE PrintLine FROM LetterQPQLine2 AFTER
                    ADVANCING 1 LINES
                 WRITE PrintLine FROM LetterQPQLine3 AFTER
                    ADVANCING 1 LINES
                 WRITE PrintLine FROM LetterQPQLine4 AFTER
                    ADVANCING 1 LINES
           END-EVALUATE.

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
                 "TO RUN LETTERS."
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
           MOVE "LETTERS" TO SignLogProgram
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
