      *                  Once a period is closed, record.cob,
      *                  GIFTIMPORT, DONORMAINT and SCHEDRUN reject
      *                  any gift dated in it.
      * 10/15/26 TMB      The period gift total is signed so gift
      *                  reversals posted in the period reduce it,
      *                  keeping it in balance with the netted
      *                  CSVEXPORT control line.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; finance or an
      *                  administrator only, and only finance may
      *                  (C)LOSE or (R)EOPEN a period. Refusals and
      *                  refused sign-ons go to SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERIODMAINT.
           SELECT CloseReport ASSIGN TO "PeriodClose.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCloseStatus.
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
       FD PeriodFile.
           COPY "giftrec.cpy".
       FD CloseReport.
       01 PrintLine PIC X(99).
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch    PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
       01 WSCloseStatus  PIC X(02) VALUE '00'.
           88 WSCloseNotFound  VALUE '35'.
       01 WSPerGiftCount PIC 9(05) VALUE ZERO.
       01 WSPerTotalAmt  PIC S9(09)V99 VALUE ZERO.
       01 WSToday        PIC 9(8) VALUE ZERO.
       01 WSDisplayAmt   PIC Z(8)9.99-.
       01 CloseHeadLine.
           02 FILLER        PIC X(25) VALUE
              "PERIOD CLOSE - PERIOD    ".
       01 CloseAmountLine.
           02 FILLER        PIC X(28) VALUE
              "FINAL GIFT AMOUNT:          ".
           02 PrintGiftAmt  PIC Z(8)9.99-.
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
           88 WSMayClose      VALUE 'F'.
       01 WSRefusedAction PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM SignOnOperator
           OPEN I-O PeriodFile
           IF WSPeriodNotFound
              OPEN OUTPUT PeriodFile
                 DISPLAY "PERIOD WAS CLOSED ON " PeriodClosedDate
                 DISPLAY "(R)EOPEN THIS PERIOD? " WITH NO ADVANCING
                 ACCEPT WSActionCode
                 EVALUATE TRUE
                    WHEN WSActionReopen AND NOT WSMayClose
                       MOVE "REOPEN PERIOD" TO WSRefusedAction
                       PERFORM RefuseAction
                    WHEN WSActionReopen
                       PERFORM ReopenPeriod
                    WHEN OTHER
                       DISPLAY "NO ACTION TAKEN."
                 END-EVALUATE
              ELSE
                 DISPLAY "(C)LOSE THIS PERIOD? " WITH NO ADVANCING
                 ACCEPT WSActionCode
                 EVALUATE TRUE
                    WHEN WSActionClose AND NOT WSMayClose
                       MOVE "CLOSE PERIOD" TO WSRefusedAction
                       PERFORM RefuseAction
                    WHEN WSActionClose
                       PERFORM ClosePeriod
                    WHEN OTHER
                       DISPLAY "NO ACTION TAKEN."
                 END-EVALUATE
              END-IF
           ELSE
              DISPLAY "PERIOD NOT ON FILE - IT IS OPEN. (A)DD A "
              EVALUATE TRUE
                 WHEN WSActionAdd
                    PERFORM AddPeriod
                 WHEN WSActionClose AND NOT WSMayClose
                    MOVE "CLOSE PERIOD" TO WSRefusedAction
                    PERFORM RefuseAction
                 WHEN WSActionClose
                    PERFORM AddPeriod
                    PERFORM ClosePeriod
           DISPLAY "PERIOD " PeriodKey " FINAL TOTALS: "
              WSPerGiftCount " GIFT(S), AMOUNT " WSDisplayAmt
              " - BALANCE AGAINST THE CSVEXPORT CONTROL LINE.".

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
                 "TO RUN PERIODMAINT."
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
           MOVE "PERIODMAINT" TO SignLogProgram
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
