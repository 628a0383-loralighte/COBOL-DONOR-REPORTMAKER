      *                  past year's statements are requested, so a
      *                  donor's old statements can still be
      *                  reproduced after the purge.
      * 10/15/26 TMB      The archived gift now carries the deposit
      *                  batch and check number to GiftHist.dat (see
      *                  gifthist.cpy), and the history record is
      *                  cleared to spaces before the fields are
      *                  moved in so the reserved filler comes out as
      *                  spaces instead of leftover storage.
      * 10/15/26 TMB      The reversal flag, reason and linked gift key
      *                  now carry to GiftHist.dat, and the selected
      *                  and verified totals are signed so a year
      *                  holding gift reversals still verifies.
      * 10/15/26 TMB      The tribute flag (GiftTribType) now carries
      *                  to GiftHist.dat. The tribute itself stays on
      *                  Tributes.dat, whose key already includes the
      *                  gift date, so nothing there moves.
      * 10/15/26 TMB      The matching-gift flag (GiftMatchFlag) now
      *                  carries to GiftHist.dat.
      * 10/15/26 TMB      The gift type, benefit value, description
      *                  and disclosure flag now carry to GiftHist.dat.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; finance or an
      *                  administrator only. Refused sign-ons go to
      *                  SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GIFTARCH.
           SELECT AuditHistFile ASSIGN TO "AuditHist.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditHistStatus.
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
       01 AuditHoldLine PIC X(99).
       FD AuditHistFile.
       01 AuditHistLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
       01 WSConfirmInput   PIC X(01).
           88 WSConfirmed     VALUE 'Y' 'y'.
       01 WSSelCount       PIC 9(05) VALUE ZERO.
       01 WSSelAmt         PIC S9(09)V99 VALUE ZERO.
       01 WSVerCount       PIC 9(05) VALUE ZERO.
       01 WSVerAmt         PIC S9(09)V99 VALUE ZERO.
       01 WSDelCount       PIC 9(05) VALUE ZERO.
       01 WSDupCount       PIC 9(05) VALUE ZERO.
       01 WSErrorCount     PIC 9(05) VALUE ZERO.
       01 WSAuditMoveCount PIC 9(05) VALUE ZERO.
       01 WSAuditKeepCount PIC 9(05) VALUE ZERO.
       01 WSDisplayAmt     PIC Z(8)9.99-.
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
           PERFORM GetCutoffYear WITH TEST AFTER
              UNTIL WSYearInput IS NUMERIC
           MOVE WSYearInput TO WSCutoffYear
           END-READ.

       WriteHistRecord.
           MOVE SPACES         TO HistRecord
           MOVE GiftDonorID    TO HistDonorID
           MOVE GiftDate       TO HistGiftDate
           MOVE GiftSeqNum     TO HistSeqNum
           MOVE GiftAppealCode TO HistAppealCode
           MOVE GiftAckFlag    TO HistAckFlag
           MOVE GiftAckDate    TO HistAckDate
           MOVE GiftBatchID    TO HistBatchID
           MOVE GiftCheckNum   TO HistCheckNum
           MOVE GiftRevFlag    TO HistRevFlag
           MOVE GiftRevReason  TO HistRevReason
           MOVE GiftRevKey     TO HistRevKey
           MOVE GiftTribType   TO HistTribType
           MOVE GiftMatchFlag  TO HistMatchFlag
           MOVE GiftType       TO HistType
           MOVE GiftBenefitX   TO HistBenefitX
           MOVE GiftDescription TO HistDescription
           MOVE GiftDisclFlag  TO HistDisclFlag
           WRITE HistRecord
              INVALID KEY
                 ADD 1 TO WSDupCount
           READ AuditHoldFile
              AT END SET WSEOF TO TRUE
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
                 "TO RUN GIFTARCH."
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
           MOVE "GIFTARCH" TO SignLogProgram
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
