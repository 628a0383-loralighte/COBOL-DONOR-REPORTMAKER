      *****************************************************************
      * Program name:    JOBSTREAM
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: nightly job-stream driver. Replaces
      *                  the hand-kept overnight run list. Reads the
      *                  stream definition JobStream.def (see
      *                  jobstep.cpy) - the steps in the order they
      *                  run, each with a condition - and runs each
      *                  step in turn, then checks the result line
      *                  the step wrote to BatchRun.log (see
      *                  runlog.cpy) since it started. The stream
      *                  stops at the first step that ends ABNORMAL,
      *                  writes no result line, or has no .parm file
      *                  to run from unattended, so no later step
      *                  runs against bad data. A step whose
      *                  condition is not met (SCHEDRUN off the first
      *                  of the month, CUSTBKUP when RECONCILE is OUT
      *                  OF BALANCE so the last good backup is kept)
      *                  is skipped and the stream goes on.
      *                  RESTART: the step about to run is kept in
      *                  JobStream.ckp. Rerunning JOBSTREAM after a
      *                  stop resumes at the failed step with the
      *                  original stream date, not from the top; a
      *                  clean finish clears the restart point. To
      *                  abandon a failed stream and start over,
      *                  remove JobStream.ckp. Each step is listed
      *                  on JobStream.rpt and the stream's own result
      *                  goes to BatchRun.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JOBSTREAM.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobDefFile ASSIGN TO "JobStream.def"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJobDefStatus.
           SELECT CheckpointFile ASSIGN TO "JobStream.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCkpStatus.
           SELECT StepParmFile ASSIGN TO DYNAMIC WSStepParmName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSStepParmStatus.
           SELECT StreamReport ASSIGN TO "JobStream.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.
           SELECT RunLogFile ASSIGN TO "BatchRun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD JobDefFile.
           COPY "jobstep.cpy".
       FD CheckpointFile.
       01 CheckpointLine PIC X(40).
       FD StepParmFile.
       01 StepParmLine PIC X(80).
       FD StreamReport.
       01 PrintLine PIC X(99).
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "runlog.cpy".
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF           VALUE 'Y'.
           88 WSMoreRecs      VALUE 'N'.
       01 WSJobDefStatus   PIC X(02) VALUE '00'.
           88 WSJobDefOK      VALUE '00'.
       01 WSCkpStatus      PIC X(02) VALUE '00'.
           88 WSCkpFileOK     VALUE '00'.
       01 WSStepParmStatus PIC X(02) VALUE '00'.
           88 WSStepParmOK    VALUE '00'.
       01 WSReportStatus   PIC X(02) VALUE '00'.
           88 WSReportNotFound VALUE '35'.
       01 WSRunLogStatus   PIC X(02) VALUE '00'.
           88 WSRunLogFileOK   VALUE '00'.
           88 WSRunLogNotFound VALUE '35'.
       01 WSStepParmName   PIC X(20) VALUE SPACES.
       01 WSStepTable.
           02 WSStepEntry OCCURS 20 TIMES.
               03 WSStepProgram    PIC X(10).
               03 WSStepCond       PIC X(01).
                   88 WSStepAlways     VALUE 'A' ' '.
                   88 WSStepFirstDay   VALUE 'F'.
                   88 WSStepOnResult   VALUE 'R'.
               03 WSStepCondProgram PIC X(10).
               03 WSStepCondParms  PIC X(20).
               03 WSStepParmFile   PIC X(20).
               03 WSStepCommand    PIC X(60).
       01 WSStepCount      PIC 9(02) VALUE ZERO.
       01 WSStepIX         PIC 9(02) VALUE ZERO.
       01 WSStartIX        PIC 9(02) VALUE 1.
       01 WSStopIX         PIC 9(02) VALUE ZERO.
       01 WSRunCount       PIC 9(05) VALUE ZERO.
       01 WSSkipCount      PIC 9(05) VALUE ZERO.
       01 WSStreamSwitch   PIC X(01) VALUE 'N'.
           88 WSStreamStopped VALUE 'Y'.
       01 WSResumeSwitch   PIC X(01) VALUE 'N'.
           88 WSResuming      VALUE 'Y'.
       01 WSStepRunSwitch  PIC X(01) VALUE 'N'.
           88 WSStepRuns      VALUE 'Y'.
       01 WSFoundSwitch    PIC X(01) VALUE 'N'.
           88 WSResultFound   VALUE 'Y'.
       01 WSFoundResult    PIC X(08) VALUE SPACES.
           88 WSFoundNormal   VALUE 'NORMAL'.
       01 WSFoundParms     PIC X(20) VALUE SPACES.
       01 WSFindProgram    PIC X(10) VALUE SPACES.
       01 WSStepStatus     PIC X(12) VALUE SPACES.
       01 WSStepReason     PIC X(40) VALUE SPACES.
       01 WSStreamStamp.
           02 WSStreamDate  PIC 9(8) VALUE ZERO.
           02 WSStreamTime  PIC 9(8) VALUE ZERO.
       01 WSStepStamp.
           02 WSStepDate    PIC 9(8) VALUE ZERO.
           02 WSStepTime    PIC 9(8) VALUE ZERO.
       01 WSFindSince.
           02 WSFindDate    PIC 9(8) VALUE ZERO.
           02 WSFindTime    PIC 9(8) VALUE ZERO.
       01 WSLogStamp.
           02 WSLogDate     PIC 9(8) VALUE ZERO.
           02 WSLogTime     PIC 9(8) VALUE ZERO.
       01 WSCheckpoint.
           02 CkpStreamDate   PIC 9(8).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CkpStreamTime   PIC 9(8).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CkpRestartStep  PIC 9(2).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CkpRestartProgram PIC X(10).
       01 WSToday          PIC 9(8) VALUE ZERO.
       01 WSNow            PIC 9(8) VALUE ZERO.
       01 StreamHeadLine.
           02 FILLER        PIC X(16) VALUE "JOB STREAM OF   ".
           02 PrintStreamDate PIC 9(8).
           02 FILLER        PIC X(11) VALUE "  STARTED  ".
           02 PrintRunDate  PIC 9(8).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 PrintRunTime  PIC 9(8).
           02 FILLER        PIC X(10) VALUE "  AT STEP ".
           02 PrintStartStep PIC Z9.
       01 StepDetailLine.
           02 FILLER        PIC X(06) VALUE " STEP ".
           02 PrintStepNum  PIC Z9.
           02 FILLER        PIC X(02) VALUE SPACE.
           02 PrintProgram  PIC X(10).
           02 FILLER        PIC X(02) VALUE SPACE.
           02 PrintStatus   PIC X(12).
           02 FILLER        PIC X(02) VALUE SPACE.
           02 PrintReason   PIC X(40).
       01 StreamEndLine.
           02 FILLER        PIC X(16) VALUE "STEPS RUN:      ".
           02 PrintRunCount PIC ZZZZ9.
           02 FILLER        PIC X(12) VALUE "   SKIPPED: ".
           02 PrintSkipCount PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE " - ".
           02 PrintEndText  PIC X(30).
       PROCEDURE DIVISION.
           PERFORM LoadJobStream
           PERFORM ReadCheckpoint
           OPEN EXTEND StreamReport
           IF WSReportNotFound
              OPEN OUTPUT StreamReport
           END-IF
           MOVE WSStreamDate TO PrintStreamDate
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO PrintRunDate
           MOVE WSNow        TO PrintRunTime
           MOVE WSStartIX    TO PrintStartStep
           WRITE PrintLine FROM StreamHeadLine AFTER ADVANCING 2
           LINES
           PERFORM RunJobStep VARYING WSStepIX FROM WSStartIX BY 1
              UNTIL WSStepIX > WSStepCount OR WSStreamStopped
           MOVE WSRunCount  TO PrintRunCount
           MOVE WSSkipCount TO PrintSkipCount
           IF WSStreamStopped
              MOVE "STREAM STOPPED - RERUN RESUMES" TO PrintEndText
              DISPLAY "JOB STREAM STOPPED AT STEP " WSStopIX " "
                 WSStepProgram (WSStopIX) " - " WSStepReason
              DISPLAY "CORRECT THE CAUSE AND RERUN JOBSTREAM - IT "
                 "RESUMES AT THAT STEP."
              SET RunLogAbnormal TO TRUE
           ELSE
              MOVE "STREAM COMPLETE" TO PrintEndText
              MOVE ZERO   TO CkpRestartStep
              MOVE SPACES TO CkpRestartProgram
              PERFORM WriteCheckpoint
              DISPLAY "JOB STREAM COMPLETE - " WSRunCount
                 " STEP(S) RUN, " WSSkipCount " SKIPPED."
              SET RunLogNormal TO TRUE
           END-IF
           WRITE PrintLine FROM StreamEndLine AFTER ADVANCING 1
           LINE
           CLOSE StreamReport
           PERFORM WriteRunLog
           STOP RUN.

       LoadJobStream.
           OPEN INPUT JobDefFile
           IF NOT WSJobDefOK
              DISPLAY "CANNOT OPEN JobStream.def - FILE STATUS "
                 WSJobDefStatus
              DISPLAY "NO STREAM DEFINITION - NOTHING RUN."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           MOVE 'N' TO WSEOFSwitch
           READ JobDefFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM LoadOneStep UNTIL WSEOF
           CLOSE JobDefFile
           IF WSStepCount = ZERO
              DISPLAY "NO STEPS IN JobStream.def - NOTHING RUN."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF.

      * Comment lines (* in column 1) and blank lines are passed
      * over; any other line is a step.
       LoadOneStep.
           IF JobStepProgram (1:1) NOT = '*'
              AND JobStepProgram NOT = SPACES
              IF WSStepCount = 20
                 DISPLAY "MORE THAN 20 STEPS IN JobStream.def - "
                    "NOTHING RUN."
                 CLOSE JobDefFile
                 PERFORM WriteAbnormalLog
                 STOP RUN
              END-IF
              IF NOT (JobCondAlways OR JobCondFirstDay
                      OR JobCondResult)
                 DISPLAY "INVALID CONDITION " JobStepCond " ON "
                    JobStepProgram " IN JobStream.def - NOTHING RUN."
                 CLOSE JobDefFile
                 PERFORM WriteAbnormalLog
                 STOP RUN
              END-IF
              ADD 1 TO WSStepCount
              MOVE JobStepProgram  TO WSStepProgram (WSStepCount)
              MOVE JobStepCond     TO WSStepCond (WSStepCount)
              MOVE JobCondProgram  TO WSStepCondProgram (WSStepCount)
              MOVE JobCondParms    TO WSStepCondParms (WSStepCount)
              MOVE JobStepParmFile TO WSStepParmFile (WSStepCount)
              MOVE JobStepCommand  TO WSStepCommand (WSStepCount)
           END-IF
           READ JobDefFile
              AT END SET WSEOF TO TRUE
           END-READ.

      * A restart point left by a stopped stream means resume there
      * under the original stream date, so the first-of-month and
      * RECONCILE conditions see what the first attempt saw.
       ReadCheckpoint.
           MOVE 1 TO WSStartIX
           OPEN INPUT CheckpointFile
           IF WSCkpFileOK
              READ CheckpointFile
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CheckpointLine TO WSCheckpoint
                    IF CkpRestartStep > ZERO
                       MOVE 'Y' TO WSResumeSwitch
                    END-IF
              END-READ
              CLOSE CheckpointFile
           END-IF
           IF WSResuming
              IF CkpRestartStep > WSStepCount
                 MOVE SPACES TO WSStepReason
              ELSE
                 MOVE WSStepProgram (CkpRestartStep) TO WSStepReason
              END-IF
              IF WSStepReason NOT = CkpRestartProgram
                 DISPLAY "JobStream.def HAS CHANGED SINCE THE STREAM "
                    "STOPPED AT STEP " CkpRestartStep " "
                    CkpRestartProgram
                 DISPLAY "REMOVE JobStream.ckp TO START THE STREAM "
                    "FROM THE TOP - NOTHING RUN."
                 PERFORM WriteAbnormalLog
                 STOP RUN
              END-IF
              MOVE CkpRestartStep TO WSStartIX
              MOVE CkpStreamDate  TO WSStreamDate
              MOVE CkpStreamTime  TO WSStreamTime
              DISPLAY "RESUMING THE STREAM OF " WSStreamDate
                 " AT STEP " WSStartIX " " WSStepProgram (WSStartIX)
           ELSE
              ACCEPT WSStreamDate FROM DATE YYYYMMDD
              ACCEPT WSStreamTime FROM TIME
           END-IF.

       WriteCheckpoint.
           MOVE WSStreamDate TO CkpStreamDate
           MOVE WSStreamTime TO CkpStreamTime
           OPEN OUTPUT CheckpointFile
           MOVE WSCheckpoint TO CheckpointLine
           WRITE CheckpointLine
           CLOSE CheckpointFile.

      * The restart point is moved to each step before it starts, so
      * a stop anywhere in the step - even the driver itself being
      * cancelled - resumes there.
       RunJobStep.
           MOVE WSStepIX TO CkpRestartStep
           MOVE WSStepProgram (WSStepIX) TO CkpRestartProgram
           PERFORM WriteCheckpoint
           MOVE SPACES TO WSStepReason
           PERFORM CheckStepCondition
           IF WSStepRuns
              PERFORM CheckStepParmFile
           END-IF
           EVALUATE TRUE
              WHEN WSStreamStopped
                 MOVE "NOT RUN" TO WSStepStatus
              WHEN NOT WSStepRuns
                 MOVE "SKIPPED" TO WSStepStatus
                 ADD 1 TO WSSkipCount
                 DISPLAY "STEP " WSStepIX " " WSStepProgram (WSStepIX)
                    " SKIPPED - " WSStepReason
              WHEN OTHER
                 PERFORM ExecuteStep
           END-EVALUATE
           MOVE WSStepIX                 TO PrintStepNum
           MOVE WSStepProgram (WSStepIX) TO PrintProgram
           MOVE WSStepStatus             TO PrintStatus
           MOVE WSStepReason             TO PrintReason
           WRITE PrintLine FROM StepDetailLine AFTER ADVANCING 1
           LINE.

       CheckStepCondition.
           MOVE 'N' TO WSStepRunSwitch
           EVALUATE TRUE
              WHEN WSStepAlways (WSStepIX)
                 MOVE 'Y' TO WSStepRunSwitch
              WHEN WSStepFirstDay (WSStepIX)
                 IF WSStreamDate (7:2) = "01"
                    MOVE 'Y' TO WSStepRunSwitch
                 ELSE
                    MOVE "NOT THE FIRST OF THE MONTH" TO WSStepReason
                 END-IF
              WHEN WSStepOnResult (WSStepIX)
                 MOVE WSStepCondProgram (WSStepIX) TO WSFindProgram
                 MOVE WSStreamStamp TO WSFindSince
                 PERFORM FindStepResult
                 IF WSResultFound AND WSFoundNormal
                    AND WSFoundParms = WSStepCondParms (WSStepIX)
                    MOVE 'Y' TO WSStepRunSwitch
                 ELSE
                    STRING WSStepCondProgram (WSStepIX)
                              DELIMITED BY SPACE
                           " NOT "    DELIMITED SIZE
                           WSStepCondParms (WSStepIX)
                              DELIMITED BY "  "
                           INTO WSStepReason
                    END-STRING
                 END-IF
           END-EVALUATE.

      * Without its .parm file a step would sit at its prompt with
      * nobody there to answer, so the stream stops first.
       CheckStepParmFile.
           IF WSStepParmFile (WSStepIX) NOT = SPACES
              MOVE WSStepParmFile (WSStepIX) TO WSStepParmName
              OPEN INPUT StepParmFile
              IF WSStepParmOK
                 CLOSE StepParmFile
              ELSE
                 STRING WSStepParmName DELIMITED BY SPACE
                        " NOT ON FILE"  DELIMITED SIZE
                        INTO WSStepReason
                 END-STRING
                 PERFORM StopStream
              END-IF
           END-IF.

       ExecuteStep.
           DISPLAY "STEP " WSStepIX " " WSStepProgram (WSStepIX)
              " STARTING."
           ACCEPT WSStepDate FROM DATE YYYYMMDD
           ACCEPT WSStepTime FROM TIME
           CALL "SYSTEM" USING WSStepCommand (WSStepIX)
           MOVE WSStepProgram (WSStepIX) TO WSFindProgram
           MOVE WSStepStamp TO WSFindSince
           PERFORM FindStepResult
           EVALUATE TRUE
              WHEN NOT WSResultFound
                 MOVE "NO RESULT ON BatchRun.log" TO WSStepReason
                 PERFORM StopStream
              WHEN NOT WSFoundNormal
                 MOVE "ENDED ABNORMAL" TO WSStepReason
                 PERFORM StopStream
              WHEN OTHER
                 MOVE "NORMAL" TO WSStepStatus
                 MOVE WSFoundParms TO WSStepReason
                 ADD 1 TO WSRunCount
                 DISPLAY "STEP " WSStepIX " " WSStepProgram (WSStepIX)
                    " ENDED NORMAL."
           END-EVALUATE.

       StopStream.
           MOVE 'Y'      TO WSStreamSwitch
           MOVE WSStepIX TO WSStopIX
           MOVE "STOPPED" TO WSStepStatus.

      * Finds the last BatchRun.log line from WSFindProgram written
      * at or after WSFindSince; none leaves WSResultFound off.
       FindStepResult.
           MOVE 'N'    TO WSFoundSwitch
           MOVE SPACES TO WSFoundResult, WSFoundParms
           OPEN INPUT RunLogFile
           IF WSRunLogFileOK
              MOVE 'N' TO WSEOFSwitch
              READ RunLogFile
                 AT END SET WSEOF TO TRUE
              END-READ
              PERFORM ScanRunLog UNTIL WSEOF
              CLOSE RunLogFile
           END-IF.

       ScanRunLog.
           MOVE RunLogLine TO RunLogRecord
           MOVE RunLogDate TO WSLogDate
           MOVE RunLogTime TO WSLogTime
           IF RunLogProgram = WSFindProgram
              AND WSLogStamp NOT < WSFindSince
              MOVE 'Y'          TO WSFoundSwitch
              MOVE RunLogResult TO WSFoundResult
              MOVE RunLogParms  TO WSFoundParms
           END-IF
           READ RunLogFile
              AT END SET WSEOF TO TRUE
           END-READ.

       WriteAbnormalLog.
           SET RunLogAbnormal TO TRUE
           PERFORM WriteRunLog.

       WriteRunLog.
           MOVE "JOBSTREAM" TO RunLogProgram
           MOVE SPACES TO RunLogParms
           EVALUATE TRUE
              WHEN WSStreamStopped
                 STRING "STOPPED AT STEP " DELIMITED SIZE
                        WSStopIX           DELIMITED SIZE
                        INTO RunLogParms
                 END-STRING
              WHEN WSStreamDate = ZERO
                 MOVE "NOT RUN" TO RunLogParms
              WHEN OTHER
                 STRING "STREAM "    DELIMITED SIZE
                        WSStreamDate DELIMITED SIZE
                        INTO RunLogParms
                 END-STRING
           END-EVALUATE
           MOVE WSRunCount TO RunLogCount
           MOVE ZERO       TO RunLogAmount
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow   FROM TIME
           MOVE WSToday TO RunLogDate
           MOVE WSNow   TO RunLogTime
           OPEN EXTEND RunLogFile
           IF WSRunLogNotFound
              OPEN OUTPUT RunLogFile
           END-IF
           MOVE RunLogRecord TO RunLogLine
           WRITE RunLogLine
           CLOSE RunLogFile.
