      *                  the general ledger. If Periods.dat is not
      *                  on file, period control is disabled with a
      *                  console note, same as record.cob.
      * 10/15/26 TMB      Scheduled gifts are posted with deposit
      *                  batch zero (see giftrec.cpy): recurring card
      *                  charges settle through the card processor,
      *                  not through a deposit the bookkeeper takes to
      *                  the bank, so they stay out of the BATCHMAINT
      *                  balancing and the DEPOSITRPT listing.
      * 10/15/26 TMB      DonorAudit.log lines carry SCHEDRUN as the
      *                  operator ID (see auditrec.cpy).
      * 10/15/26 TMB      The run month is now read from the
      *                  run-parameter file SchedRun.parm when one is
      *                  present (CCYYMM in columns 1-6, blank for the
      *                  current month), so the run can go unattended
      *                  in the nightly job stream; without the file
      *                  the prompt works as before. Every run appends
      *                  a one-line result record to BatchRun.log (see
      *                  runlog.cpy) with the gifts posted and their
      *                  total - ABNORMAL when the run is cancelled.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCHEDRUN.
           FILE STATUS IS WSAuditStatus.
           SELECT ExceptFile ASSIGN TO "SchedExcept.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParmFile ASSIGN TO "SchedRun.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
           SELECT RunLogFile ASSIGN TO "BatchRun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SchedFile.
       01 AuditLine PIC X(99).
       FD ExceptFile.
       01 ExceptLine PIC X(99).
       FD ParmFile.
       01 ParmRecord.
           02 ParmRunMonth  PIC X(06).
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
           COPY "runlog.cpy".
       01 WSEOFSwitch    PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
           88 WSFundOK       VALUE 'Y'.
       01 WSSchedCount   PIC 9(05) VALUE ZERO.
       01 WSPostCount    PIC 9(05) VALUE ZERO.
       01 WSPostAmt      PIC 9(07)V99 VALUE ZERO.
       01 WSExceptCount  PIC 9(05) VALUE ZERO.
       01 WSSkipCount    PIC 9(05) VALUE ZERO.
       01 WSSchedStatus  PIC X(02) VALUE '00'.
           88 WSPeriodCtlOn     VALUE 'Y'.
       01 WSAuditStatus  PIC X(02) VALUE '00'.
           88 WSAuditNotFound  VALUE '35'.
       01 WSParmStatus   PIC X(02) VALUE '00'.
           88 WSParmFileOK   VALUE '00'.
       01 WSRunLogStatus PIC X(02) VALUE '00'.
           88 WSRunLogNotFound VALUE '35'.
       01 WSParmSwitch   PIC X(01) VALUE 'N'.
           88 WSUnattended   VALUE 'Y'.
       01 WSToday        PIC 9(8) VALUE ZERO.
       01 WSNow          PIC 9(8) VALUE ZERO.
       01 ExceptHeading.
              "SCHEDULE EXCEPTION(S):    ".
           02 PrintExceptCount PIC ZZZZ9.
       PROCEDURE DIVISION.
           PERFORM GetRunParms
           IF NOT WSUnattended
              PERFORM GetRunMonth WITH TEST AFTER
                 UNTIL WSMonthOK
           END-IF
           OPEN INPUT SchedFile
           IF NOT WSSchedFileOK
              DISPLAY "CANNOT OPEN GiftSched.dat - FILE STATUS "
                 WSSchedStatus
              DISPLAY "RUN SCHEDMAINT TO BUILD THE SCHEDULE FILE "
                 "FIRST IF THIS IS A NEW INSTALLATION."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE SchedFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           PERFORM OpenGiftFile
              DISPLAY "RUN FUNDMAINT TO BUILD THE FUND MASTER FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE SchedFile, CustomerFile, GiftFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           PERFORM OpenPeriodFile
           IF WSPeriodCtlOn
              CLOSE PeriodFile
           END-IF
           SET RunLogNormal TO TRUE
           PERFORM WriteRunLog
           STOP RUN.

       GetRunParms.
           OPEN INPUT ParmFile
           IF WSParmFileOK
              READ ParmFile
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO WSParmSwitch
                    DISPLAY "RUN MONTH TAKEN FROM SchedRun.parm - "
                       "RUNNING UNATTENDED."
                    MOVE ParmRunMonth TO WSMonthInput
                    PERFORM EditRunMonth
                    IF NOT WSMonthOK
                       DISPLAY "INVALID MONTH IN SchedRun.parm - "
                          "RUN CANCELLED."
                       CLOSE ParmFile
                       PERFORM WriteAbnormalLog
                       STOP RUN
                    END-IF
              END-READ
              CLOSE ParmFile
           END-IF.

       WriteAbnormalLog.
           SET RunLogAbnormal TO TRUE
           PERFORM WriteRunLog.

       WriteRunLog.
           MOVE "SCHEDRUN" TO RunLogProgram
           MOVE SPACES TO RunLogParms
           STRING "MONTH "  DELIMITED SIZE
                  WSRunYYMM DELIMITED SIZE
                  INTO RunLogParms
           END-STRING
           MOVE WSPostCount TO RunLogCount
           MOVE WSPostAmt   TO RunLogAmount
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

       OpenPeriodFile.
           OPEN INPUT PeriodFile
           IF WSPeriodFileOK
                          "TO THE GENERAL LEDGER - RUN CANCELLED."
                       CLOSE SchedFile, CustomerFile, GiftFile
                       CLOSE FundFile, PeriodFile
                       PERFORM WriteAbnormalLog
                       STOP RUN
                    END-IF
              END-READ
           DISPLAY "ENTER RUN MONTH (CCYYMM, BLANK FOR CURRENT "
              "MONTH): " WITH NO ADVANCING
           ACCEPT WSMonthInput
           PERFORM EditRunMonth.

       EditRunMonth.
           MOVE 'N' TO WSMonthSwitch
           IF WSMonthInput = SPACES
              ACCEPT WSGiftDateWork FROM DATE YYYYMMDD
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE SchedFile, CustomerFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF.

           MOVE SchedAmount    TO GiftAmount
           MOVE SchedFundCode  TO GiftFundCode
           MOVE WSGiftDateWork TO GiftDate
           MOVE ZERO           TO GiftBatchID
           WRITE GiftRecord
              INVALID KEY
                 MOVE "DUPLICATE GIFT KEY - GIFT NOT POSTED" TO
              NOT INVALID KEY
                 PERFORM WriteAuditRecord
                 ADD 1 TO WSPostCount
                 ADD GiftAmount TO WSPostAmt
           END-WRITE.

       GetNextGiftSeq.
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO AuditDate
           MOVE WSNow        TO AuditTime
           MOVE "SCHEDRUN"   TO AuditOperID
           MOVE AuditRecord  TO AuditLine
           WRITE AuditLine.

