      *****************************************************************
      * Program name:    TRIBLTRS
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: tribute notification letters, run
      *                  alongside LETTERS. Reads the tribute file
      *                  Tributes.dat (see tribrec.cpy) and prints one
      *                  letter to the notify person of every tribute
      *                  gift not yet notified - the family, for a
      *                  memorial - to TributeLetters.txt, addressed
      *                  for a window envelope the same as LETTERS.
      *                  The letter names the honoree and the donor
      *                  but NEVER the amount; a donor flagged
      *                  anonymous on the master (DonorStatus, see
      *                  custrec.cpy) is named only as a friend who
      *                  wishes to remain anonymous. Each letter marks
      *                  its tribute notified with today's date. A
      *                  gift that has been reversed (or the reversal
      *                  itself) is passed over and left unmarked, as
      *                  is a tribute whose gift is no longer on
      *                  Gifts.dat or GiftHist.dat. A tribute with no
      *                  notify person is never selected. An
      *                  (R)EPRINT mode takes the donor ID, gift date
      *                  and sequence and reprints that one letter,
      *                  refusing it the same way for a reversed gift
      *                  or one no longer on file.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else, since the run marks
      *                  tributes notified; development or an
      *                  administrator only. Refused sign-ons go to
      *                  SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRIBLTRS.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TributeFile ASSIGN TO "Tributes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TribKey
           ALTERNATE RECORD KEY IS TribHonoree WITH DUPLICATES
           FILE STATUS IS WSTribStatus.
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
           SELECT LetterFile ASSIGN TO "TributeLetters.txt"
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
       FD TributeFile.
           COPY "tribrec.cpy".
       FD GiftFile.
           COPY "giftrec.cpy".
       FD HistFile.
           COPY "gifthist.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".
       FD LetterFile.
       01 PrintLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSTribStatus     PIC X(02) VALUE '00'.
           88 WSTribFileOK   VALUE '00'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK   VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK   VALUE '00'.
       01 WSHistCtlSwitch  PIC X(01) VALUE 'N'.
           88 WSHistCtlOn      VALUE 'Y'.
       01 WSFileStatus     PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSGiftState      PIC X(01) VALUE SPACE.
           88 WSGiftStanding   VALUE 'S'.
           88 WSGiftWasReversed VALUE 'R'.
           88 WSGiftMissing    VALUE 'M'.
       01 WSToday          PIC 9(8).
       01 WSTodayGroups    REDEFINES WSToday.
           02 WSTodayYear  PIC 9(4).
           02 WSTodayMonth PIC 9(2).
           02 WSTodayDay   PIC 9(2).
       01 WSGiftDateWork   PIC 9(8).
       01 WSGiftDateGroups REDEFINES WSGiftDateWork.
           02 WSGiftDateYear  PIC 9(4).
           02 WSGiftDateMonth PIC 9(2).
           02 WSGiftDateDay   PIC 9(2).
       01 WSFNLen          PIC 99 VALUE ZERO.
       01 WSCityLen        PIC 99 VALUE ZERO.
       01 WSPrintCount     PIC 9(05) VALUE ZERO.
       01 WSReversedCount  PIC 9(05) VALUE ZERO.
       01 WSMissingCount   PIC 9(05) VALUE ZERO.
       01 WSModeInput      PIC X(01).
           88 WSModeReprint   VALUE 'R' 'r'.
       01 WSIDInput        PIC X(05).
       01 WSDateInput      PIC X(08).
       01 WSSeqInput       PIC X(03).
       01 WSMoreInput      PIC X(01) VALUE 'Y'.
           88 WSMoreInputYes  VALUE 'Y' 'y'.
       01 LetterHeading.
           02 FILLER    PIC X(06) VALUE "DATE: ".
           02 PrintDate PIC X(10).
       01 AddressNameLine.
           02 PrintAdrName PIC X(30).
       01 AddressStreetLine.
           02 PrintAdrStreet PIC X(25).
       01 AddressCityLine.
           02 PrintAdrCity PIC X(35).
       01 LetterSalutation.
           02 FILLER       PIC X(05) VALUE "Dear ".
           02 PrintSalName PIC X(30).
           02 FILLER       PIC X(01) VALUE ",".
       01 LetterMemorialLine PIC X(70) VALUE
           "A gift has been made to our organization in memory of".
       01 LetterHonorLine PIC X(70) VALUE
           "A gift has been made to our organization in honor of".
       01 LetterHonoreeLine.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 PrintHonoree    PIC X(30).
       01 LetterDonorLine.
           02 FILLER          PIC X(03) VALUE "by ".
           02 PrintDonorName  PIC X(31).
       01 LetterAnonLine PIC X(70) VALUE
           "by a friend who wishes to remain anonymous.".
       01 LetterGiftDateLine.
           02 FILLER        PIC X(03) VALUE "on ".
           02 PrintGiftDate PIC X(10).
       01 LetterBody1 PIC X(70) VALUE
           "We are grateful for this thoughtful tribute and wanted you t
      -    "o know".
       01 LetterBody2 PIC X(70) VALUE
           "that it was made.".
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
           88 WSRoleAllowed   VALUE 'D' 'A'.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O TributeFile
           IF NOT WSTribFileOK
              DISPLAY "CANNOT OPEN Tributes.dat - FILE STATUS "
                 WSTribStatus
              DISPLAY "NO TRIBUTE GIFTS HAVE BEEN ENTERED - NOTHING "
                 "TO NOTIFY."
              STOP RUN
           END-IF
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE TributeFile
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE TributeFile, GiftFile
              STOP RUN
           END-IF
           OPEN INPUT HistFile
           IF WSHistFileOK
              MOVE 'Y' TO WSHistCtlSwitch
           END-IF
           OPEN OUTPUT LetterFile
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM FormatTodayDate
           DISPLAY "(N)EW TRIBUTE LETTERS OR (R)EPRINT ONE LETTER? "
              "(BLANK = NEW): " WITH NO ADVANCING
           ACCEPT WSModeInput
           IF WSModeReprint
              PERFORM ReprintTribute UNTIL NOT WSMoreInputYes
           ELSE
              PERFORM PrintNewTributes
           END-IF
           CLOSE LetterFile, TributeFile, GiftFile, CustomerFile
           IF WSHistCtlOn
              CLOSE HistFile
           END-IF
           STOP RUN.

       PrintNewTributes.
           MOVE ZERO TO TribDonorID, TribGiftDate, TribSeqNum
           START TributeFile KEY IS NOT LESS THAN TribKey
              INVALID KEY SET WSEOF TO TRUE
           END-START
           IF NOT WSEOF
              READ TributeFile NEXT RECORD
                 AT END SET WSEOF TO TRUE
              END-READ
           END-IF
           PERFORM PrintTribute UNTIL WSEOF
           DISPLAY WSPrintCount " TRIBUTE LETTER(S) PRINTED AND "
              "MARKED NOTIFIED."
           DISPLAY WSReversedCount " REVERSED GIFT(S) PASSED OVER - "
              "NO LETTER."
           DISPLAY WSMissingCount " TRIBUTE(S) WITH NO GIFT ON FILE "
              "PASSED OVER - CHECK THEM THROUGH DONORMAINT.".

       FormatTodayDate.
           STRING WSTodayMonth DELIMITED SIZE
                  "/"          DELIMITED SIZE
                  WSTodayDay   DELIMITED SIZE
                  "/"          DELIMITED SIZE
                  WSTodayYear  DELIMITED SIZE
                  INTO PrintDate
           END-STRING.

       FormatGiftDate.
           MOVE TribGiftDate TO WSGiftDateWork
           STRING WSGiftDateMonth DELIMITED SIZE
                  "/"             DELIMITED SIZE
                  WSGiftDateDay   DELIMITED SIZE
                  "/"             DELIMITED SIZE
                  WSGiftDateYear  DELIMITED SIZE
                  INTO PrintGiftDate
           END-STRING.

       PrintTribute.
           IF TribNotifyPending
              PERFORM LookUpTribGift
              EVALUATE TRUE
                 WHEN WSGiftWasReversed
                    ADD 1 TO WSReversedCount
                 WHEN WSGiftMissing
                    ADD 1 TO WSMissingCount
                 WHEN OTHER
                    PERFORM PrintOneLetter
                    PERFORM MarkNotified
              END-EVALUATE
           END-IF
           READ TributeFile NEXT RECORD
              AT END SET WSEOF TO TRUE
           END-READ.

      * The gift may still be on Gifts.dat or may have been archived
      * to GiftHist.dat; the date check guards against a sequence
      * number reused on Gifts.dat after the archive.
       LookUpTribGift.
           SET WSGiftMissing TO TRUE
           MOVE TribDonorID TO GiftDonorID
           MOVE TribSeqNum  TO GiftSeqNum
           READ GiftFile
              KEY IS GiftKey
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF GiftDate = TribGiftDate
                    IF GiftNotReversed
                       SET WSGiftStanding TO TRUE
                    ELSE
                       SET WSGiftWasReversed TO TRUE
                    END-IF
                 END-IF
           END-READ
           IF WSGiftMissing AND WSHistCtlOn
              MOVE TribDonorID  TO HistDonorID
              MOVE TribGiftDate TO HistGiftDate
              MOVE TribSeqNum   TO HistSeqNum
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

       LookUpDonorName.
           MOVE TribDonorID TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE "*UNKNOWN*" TO FirstName
                 MOVE "*DONOR*"   TO LastName
                 MOVE SPACE       TO DonorStatus
           END-READ.

       BuildAddressBlock.
           MOVE TribNotifyName   TO PrintAdrName
           MOVE TribNotifyStreet TO PrintAdrStreet
           MOVE 20 TO WSCityLen
           PERFORM TrimCityLen UNTIL WSCityLen = 0
              OR TribNotifyCity(WSCityLen:1) NOT = SPACE
           IF WSCityLen = 0
              MOVE 1 TO WSCityLen
           END-IF
           MOVE SPACES TO PrintAdrCity
           STRING TribNotifyCity(1:WSCityLen) DELIMITED SIZE
                  ", "                        DELIMITED SIZE
                  TribNotifyState             DELIMITED SIZE
                  " "                         DELIMITED SIZE
                  TribNotifyZip               DELIMITED SIZE
                  INTO PrintAdrCity
           END-STRING.

       BuildDonorName.
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

       TrimCityLen.
           SUBTRACT 1 FROM WSCityLen.

       MarkNotified.
           SET TribNotified TO TRUE
           MOVE WSToday TO TribNotifyDate
           REWRITE TributeRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - TRIBUTE " TribKey " NOT "
                    "MARKED NOTIFIED."
              NOT INVALID KEY
                 ADD 1 TO WSPrintCount
           END-REWRITE.

       ReprintTribute.
           DISPLAY "ENTER DONOR ID (5 DIGITS): " WITH NO ADVANCING
           ACCEPT WSIDInput
           DISPLAY "ENTER GIFT DATE (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WSDateInput
           DISPLAY "ENTER GIFT SEQUENCE (3 DIGITS): "
              WITH NO ADVANCING
           ACCEPT WSSeqInput
           IF WSIDInput IS NUMERIC AND WSDateInput IS NUMERIC
              AND WSSeqInput IS NUMERIC
              MOVE WSIDInput   TO TribDonorID
              MOVE WSDateInput TO TribGiftDate
              MOVE WSSeqInput  TO TribSeqNum
              READ TributeFile
                 KEY IS TribKey
                 INVALID KEY
                    DISPLAY "NO TRIBUTE ON FILE WITH THAT KEY - USE "
                       "THE DONORMAINT (G)IFTS LIST TO FIND IT."
                 NOT INVALID KEY
                    PERFORM ReprintOneTribute
              END-READ
           ELSE
              DISPLAY "INVALID KEY - NUMBERS ONLY."
           END-IF
           DISPLAY "REPRINT ANOTHER LETTER? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WSMoreInput.

       ReprintOneTribute.
           PERFORM LookUpTribGift
           EVALUATE TRUE
              WHEN TribNoNotify
                 DISPLAY "TRIBUTE HAS NO PERSON TO NOTIFY - ADD ONE "
                    "THROUGH THE DONORMAINT GIFT CORRECTION."
              WHEN WSGiftWasReversed
                 DISPLAY "GIFT " TribKey " HAS BEEN REVERSED - NO "
                    "LETTER CAN BE PRINTED."
              WHEN WSGiftMissing
                 DISPLAY "GIFT NOT ON FILE - NO LETTER CAN BE "
                    "PRINTED."
              WHEN OTHER
                 PERFORM PrintOneLetter
                 DISPLAY "TRIBUTE LETTER REPRINTED FOR " TribKey "."
                 IF TribNotifyPending
                    PERFORM MarkNotified
                 END-IF
           END-EVALUATE.

       PrintOneLetter.
           PERFORM LookUpDonorName
           PERFORM BuildAddressBlock
           PERFORM FormatGiftDate
           MOVE TribNotifyName TO PrintSalName
           MOVE TribHonoree    TO PrintHonoree
           WRITE PrintLine FROM LetterHeading AFTER ADVANCING PAGE
           WRITE PrintLine FROM AddressNameLine AFTER ADVANCING
              3 LINES
           WRITE PrintLine FROM AddressStreetLine AFTER ADVANCING
              1 LINES
           WRITE PrintLine FROM AddressCityLine AFTER ADVANCING
              1 LINES
           WRITE PrintLine FROM LetterSalutation AFTER ADVANCING
              3 LINES
           IF TribMemorial
              WRITE PrintLine FROM LetterMemorialLine AFTER
                 ADVANCING 2 LINES
           ELSE
              WRITE PrintLine FROM LetterHonorLine AFTER
                 ADVANCING 2 LINES
           END-IF
           WRITE PrintLine FROM LetterHonoreeLine AFTER ADVANCING
              2 LINES
           IF DonorAnonymous
              WRITE PrintLine FROM LetterAnonLine AFTER ADVANCING
                 2 LINES
           ELSE
              PERFORM BuildDonorName
              WRITE PrintLine FROM LetterDonorLine AFTER ADVANCING
                 2 LINES
           END-IF
           WRITE PrintLine FROM LetterGiftDateLine AFTER ADVANCING
              1 LINES
           WRITE PrintLine FROM LetterBody1 AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM LetterBody2 AFTER ADVANCING 1 LINES
           WRITE PrintLine FROM LetterClosing AFTER ADVANCING
              3 LINES
           WRITE PrintLine FROM LetterSignature AFTER ADVANCING
              1 LINES.

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
                 "TO RUN TRIBLTRS."
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
           MOVE "TRIBLTRS" TO SignLogProgram
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
