      *                  non-blank appeal code not on this file, so
      *                  the response report by appeal (APPEALRPT)
      *                  stays clean.
      * 10/15/26 TMB      The operator signs on against Operators.dat
      *                  before anything else; development or an
      *                  administrator only. Refused sign-ons go to
      *                  SignOn.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPEALMAINT.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AppealCode
           FILE STATUS IS WSAppealStatus.
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
       FD AppealFile.
           COPY "appealrec.cpy".
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
       01 WSCodeInput    PIC X(04).
       01 WSFoundSwitch  PIC X(01) VALUE 'N'.
       01 WSAppealStatus PIC X(02) VALUE '00'.
           88 WSAppealFileOK    VALUE '00'.
           88 WSAppealNotFound  VALUE '35'.
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
           OPEN I-O AppealFile
           IF WSAppealNotFound
              OPEN OUTPUT AppealFile
              DISPLAY "INVALID DATE - ENTER CCYYMMDD, MONTH 01-12, "
                 "DAY 01-31."
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
                 "TO RUN APPEALMAINT."
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
           MOVE "APPEALMAINT" TO SignLogProgram
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
