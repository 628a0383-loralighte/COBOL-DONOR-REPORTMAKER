      *****************************************************************
      * Program name:    OPERMAINT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: maintains the operator master
      *                  Operators.dat (see oprrec.cpy) that every
      *                  online program signs on against. Adds an
      *                  operator with a name, password and role
      *                  (E)NTRY CLERK, (D)EVELOPMENT, (F)INANCE or
      *                  (A)DMINISTRATOR, corrects the name or role,
      *                  resets the password, and revokes or
      *                  reinstates a sign-on. Administrators only.
      *                  On a new installation, with no Operators.dat
      *                  on file, the file is created and the first
      *                  administrator is added without a sign-on. An
      *                  Operators.dat with no operators on it - a
      *                  first run stopped before the administrator
      *                  was written - is treated the same way, so the
      *                  shop is never left with no one to sign on.
      *                  An administrator cannot revoke or change the
      *                  role of their own sign-on, so the shop can
      *                  never lock out its last administrator by
      *                  accident. Every change and every refused
      *                  sign-on goes to SignOn.log (see signlog.cpy).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERMAINT.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD OperatorFile.
           COPY "oprrec.cpy".
       FD SignOnLogFile.
       01 SignOnLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "signlog.cpy".
       01 WSOprStatus    PIC X(02) VALUE '00'.
           88 WSOprFileOK     VALUE '00'.
           88 WSOprNotFound   VALUE '35'.
       01 WSSignLogStatus PIC X(02) VALUE '00'.
           88 WSSignLogNotFound VALUE '35'.
       01 WSOprInput     PIC X(08).
       01 WSPwdInput     PIC X(08).
       01 WSSignOnTries  PIC 9(01) VALUE ZERO.
       01 WSSignOnSwitch PIC X(01) VALUE 'N'.
           88 WSSignedOn      VALUE 'Y'.
       01 WSOperatorID   PIC X(08) VALUE SPACES.
       01 WSOperatorRole PIC X(01) VALUE SPACE.
           88 WSRoleClerk       VALUE 'E'.
           88 WSRoleDevelopment VALUE 'D'.
           88 WSRoleFinance     VALUE 'F'.
           88 WSRoleAdmin       VALUE 'A'.
       01 WSNewFileSwitch PIC X(01) VALUE 'N'.
           88 WSNewInstall    VALUE 'Y'.
       01 WSFoundSwitch  PIC X(01) VALUE 'N'.
           88 WSOprFound      VALUE 'Y'.
       01 WSIDInput      PIC X(08).
       01 WSRoleInput    PIC X(01).
           88 WSRoleKeep      VALUE ' '.
           88 WSRoleValid     VALUE 'E' 'e' 'D' 'd' 'F' 'f' 'A' 'a'.
       01 WSActionCode   PIC X(01).
           88 WSActionAdd      VALUE 'A' 'a'.
           88 WSActionCorrect  VALUE 'C' 'c'.
           88 WSActionPassword VALUE 'P' 'p'.
           88 WSActionRevoke   VALUE 'R' 'r'.
       01 WSMoreInput    PIC X(01) VALUE 'Y'.
           88 WSMoreInputYes  VALUE 'Y' 'y'.
       01 WSToday        PIC 9(8) VALUE ZERO.
       01 WSLogAction    PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
           OPEN I-O OperatorFile
           IF WSOprNotFound
              OPEN OUTPUT OperatorFile
              CLOSE OperatorFile
              OPEN I-O OperatorFile
              MOVE 'Y' TO WSNewFileSwitch
           END-IF
           IF NOT WSOprFileOK
              DISPLAY "CANNOT OPEN Operators.dat - FILE STATUS "
                 WSOprStatus
              STOP RUN
           END-IF
           IF NOT WSNewInstall
              PERFORM CheckOperatorsOnFile
           END-IF
           IF WSNewInstall
              PERFORM AddFirstAdministrator
           ELSE
              PERFORM SignOnOperator
           END-IF
           PERFORM MaintainOperator UNTIL NOT WSMoreInputYes
           CLOSE OperatorFile
           STOP RUN.

      * A file left empty by an interrupted first run is a new
      * installation too, or no one could ever sign on.
       CheckOperatorsOnFile.
           MOVE LOW-VALUES TO OprID
           START OperatorFile KEY IS NOT LESS THAN OprID
              INVALID KEY
                 MOVE 'Y' TO WSNewFileSwitch
              NOT INVALID KEY
                 READ OperatorFile NEXT RECORD
                    AT END MOVE 'Y' TO WSNewFileSwitch
                 END-READ
           END-START.

      * A new installation has nobody to sign on as: the operator
      * running this adds the first administrator and is signed on
      * as that administrator.
       AddFirstAdministrator.
           DISPLAY "NO OPERATORS ON FILE - ADD THE FIRST "
              "ADMINISTRATOR."
           PERFORM GetNewOperatorID WITH TEST AFTER
              UNTIL WSIDInput NOT = SPACES
           MOVE SPACES     TO OperatorRecord
           MOVE WSIDInput  TO OprID
           PERFORM GetOperatorName
           PERFORM GetPassword
           SET OprAdmin    TO TRUE
           SET OprActive   TO TRUE
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday    TO OprAddDate
           WRITE OperatorRecord
              INVALID KEY
                 DISPLAY "ADMINISTRATOR NOT ADDED - FILE STATUS "
                    WSOprStatus
                 CLOSE OperatorFile
                 STOP RUN
              NOT INVALID KEY
                 DISPLAY "ADMINISTRATOR " OprID " ADDED."
                 MOVE OprID   TO WSOperatorID, WSOprInput
                 MOVE OprRole TO WSOperatorRole
                 MOVE "ADDED FIRST ADMINISTRATOR" TO SignLogReason
                 PERFORM WriteSignOnLog
           END-WRITE.

       GetNewOperatorID.
           DISPLAY "ENTER NEW OPERATOR ID (8 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT WSIDInput
           INSPECT WSIDInput CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Operators.dat is already open I-O here, so the sign-on reads
      * it in place rather than opening it as the other programs do.
       SignOnOperator.
           PERFORM GetSignOn WITH TEST AFTER
              UNTIL WSSignedOn OR WSSignOnTries = 3
           IF NOT WSSignedOn
              DISPLAY "SIGN-ON FAILED - RUN CANCELLED."
              CLOSE OperatorFile
              STOP RUN
           END-IF
           IF NOT WSRoleAdmin
              DISPLAY "OPERATOR " WSOperatorID " IS NOT AUTHORIZED "
                 "TO RUN OPERMAINT."
              MOVE "ROLE NOT AUTHORIZED FOR PROGRAM"
                 TO SignLogReason
              PERFORM WriteSignOnLog
              CLOSE OperatorFile
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
           MOVE "OPERMAINT" TO SignLogProgram
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

       MaintainOperator.
           DISPLAY "ENTER OPERATOR ID (8 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT WSIDInput
           INSPECT WSIDInput CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 'N' TO WSFoundSwitch
           IF WSIDInput = SPACES
              DISPLAY "NO OPERATOR ID KEYED - NO ACTION TAKEN."
           ELSE
              MOVE WSIDInput TO OprID
              READ OperatorFile
                 KEY IS OprID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WSFoundSwitch
              END-READ
              IF WSOprFound
                 PERFORM ProcessOperator
              ELSE
                 DISPLAY "OPERATOR NOT ON FILE. (A)DD IT? "
                    WITH NO ADVANCING
                 ACCEPT WSActionCode
                 IF WSActionAdd
                    PERFORM AddOperator
                 ELSE
                    DISPLAY "NO ACTION TAKEN."
                 END-IF
              END-IF
           END-IF
           DISPLAY "MAINTAIN ANOTHER OPERATOR? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WSMoreInput.

       ProcessOperator.
           DISPLAY "OPERATOR: " OprID " " OprName
           DISPLAY "ROLE: " OprRole " STATUS: " OprStatus
              " ADDED: " OprAddDate
           DISPLAY "(C)ORRECT NAME/ROLE, (P)ASSWORD RESET, OR "
              "(R)EVOKE/REINSTATE? " WITH NO ADVANCING
           ACCEPT WSActionCode
           EVALUATE TRUE
              WHEN WSActionCorrect
                 PERFORM CorrectOperator
              WHEN WSActionPassword
                 PERFORM GetPassword
                 MOVE "PASSWORD RESET FOR" TO WSLogAction
                 PERFORM RewriteOperator
              WHEN WSActionRevoke AND OprID = WSOperatorID
                 DISPLAY "YOU CANNOT REVOKE YOUR OWN SIGN-ON - NO "
                    "ACTION TAKEN."
              WHEN WSActionRevoke
                 IF OprRevoked
                    SET OprActive TO TRUE
                    MOVE "REINSTATED OPERATOR" TO WSLogAction
                 ELSE
                    SET OprRevoked TO TRUE
                    MOVE "REVOKED OPERATOR" TO WSLogAction
                 END-IF
                 PERFORM RewriteOperator
              WHEN OTHER
                 DISPLAY "NO ACTION TAKEN."
           END-EVALUATE.

       AddOperator.
           MOVE SPACES    TO OperatorRecord
           MOVE WSIDInput TO OprID
           PERFORM GetOperatorName
           PERFORM GetPassword
           PERFORM GetRole WITH TEST AFTER
              UNTIL WSRoleValid
           MOVE WSRoleInput TO OprRole
           SET OprActive TO TRUE
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday  TO OprAddDate
           WRITE OperatorRecord
              INVALID KEY
                 DISPLAY "DUPLICATE OPERATOR ID DETECTED ON WRITE - "
                    "OPERATOR NOT ADDED."
              NOT INVALID KEY
                 DISPLAY "OPERATOR " OprID " ADDED WITH ROLE "
                    OprRole "."
                 MOVE SPACES TO SignLogReason
                 STRING "ADDED OPERATOR " DELIMITED SIZE
                        OprID             DELIMITED SIZE
                        " ROLE "          DELIMITED SIZE
                        OprRole           DELIMITED SIZE
                        INTO SignLogReason
                 END-STRING
                 PERFORM WriteSignOnLog
           END-WRITE.

      * The role of one's own sign-on is left alone so the last
      * administrator cannot demote themself.
       CorrectOperator.
           PERFORM GetOperatorName
           IF OprID = WSOperatorID
              DISPLAY "ROLE OF YOUR OWN SIGN-ON NOT CHANGED."
           ELSE
              DISPLAY "CURRENT ROLE IS " OprRole
                 " - PRESS ENTER TO KEEP IT."
              PERFORM GetRole WITH TEST AFTER
                 UNTIL WSRoleValid OR WSRoleKeep
              IF NOT WSRoleKeep
                 MOVE WSRoleInput TO OprRole
              END-IF
           END-IF
           MOVE "CORRECTED OPERATOR" TO WSLogAction
           PERFORM RewriteOperator.

       RewriteOperator.
           REWRITE OperatorRecord
              INVALID KEY
                 DISPLAY "REWRITE FAILED - OPERATOR NOT UPDATED."
              NOT INVALID KEY
                 DISPLAY "OPERATOR " OprID " UPDATED - ROLE " OprRole
                    " STATUS " OprStatus "."
                 MOVE SPACES TO SignLogReason
                 STRING WSLogAction DELIMITED BY "  "
                        " "         DELIMITED SIZE
                        OprID       DELIMITED SIZE
                        INTO SignLogReason
                 END-STRING
                 PERFORM WriteSignOnLog
           END-REWRITE.

       GetOperatorName.
           DISPLAY "ENTER OPERATOR NAME (30 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT OprName.

       GetPassword.
           MOVE SPACES TO WSPwdInput
           PERFORM GetOnePassword WITH TEST AFTER
              UNTIL WSPwdInput NOT = SPACES
           MOVE WSPwdInput TO OprPassword.

       GetOnePassword.
           DISPLAY "ENTER PASSWORD (UP TO 8 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT WSPwdInput
           IF WSPwdInput = SPACES
              DISPLAY "A PASSWORD IS REQUIRED. TRY AGAIN."
           END-IF.

       GetRole.
           DISPLAY "ENTER ROLE - (E)NTRY CLERK, (D)EVELOPMENT, "
              "(F)INANCE, (A)DMINISTRATOR: " WITH NO ADVANCING
           ACCEPT WSRoleInput
           EVALUATE TRUE
              WHEN WSRoleValid
                 INSPECT WSRoleInput CONVERTING "edfa" TO "EDFA"
              WHEN WSRoleKeep AND WSOprFound
                 CONTINUE
              WHEN OTHER
                 DISPLAY "INVALID ROLE - ENTER E, D, F OR A."
           END-EVALUATE.
