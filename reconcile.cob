      *                  logging the difference, so a long-corrected
      *                  file can verdict OUT OF BALANCE - the daily
      *                  recap shows where to start looking.
      * 10/15/26 TMB      Gift reversals. The gift file total is now
      *                  signed (a reversal carries the negative of
      *                  the original), R lines on DonorAudit.log are
      *                  recapped per day as REVERSALS and the audit
      *                  net becomes adds less deletes less reversals,
      *                  so a bounced check posted through DONORMAINT
      *                  keeps the verdict IN BALANCE.
      * 10/15/26 TMB      Every run appends a one-line result record
      *                  to BatchRun.log (see runlog.cpy): the verdict
      *                  IN BALANCE or OUT OF BALANCE as the
      *                  selection, the exception count and the
      *                  amount out of balance, so the nightly job
      *                  stream (JOBSTREAM) can hold back CUSTBKUP
      *                  when the files do not tie. The optional
      *                  run-parameter file Reconcile.parm says what
      *                  an out-of-balance verdict does to the run:
      *                  column 1 S ends the run ABNORMAL, stopping
      *                  the stream; blank (or no file) ends it
      *                  NORMAL with the verdict on the log line.
      *                  A file that cannot be opened is ABNORMAL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECONCILE.
           FILE STATUS IS WSAuditStatus.
           SELECT ReconReport ASSIGN TO "Reconcile.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParmFile ASSIGN TO "Reconcile.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
           SELECT RunLogFile ASSIGN TO "BatchRun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD GiftFile.
       01 AuditLine PIC X(99).
       FD ReconReport.
       01 PrintLine PIC X(99).
       FD ParmFile.
       01 ParmRecord.
           02 ParmOutAction PIC X(01).
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
           COPY "runlog.cpy".
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSHistCtlSwitch  PIC X(01) VALUE 'N'.
           88 WSHistAvail     VALUE 'Y'.
       01 WSGiftCount      PIC 9(05) VALUE ZERO.
       01 WSGiftTotalAmt   PIC S9(09)V99 VALUE ZERO.
       01 WSDonorCount     PIC 9(05) VALUE ZERO.
       01 WSOrphanCount    PIC 9(05) VALUE ZERO.
       01 WSBadFundCount   PIC 9(05) VALUE ZERO.
       01 WSDayAddAmt      PIC 9(09)V99 VALUE ZERO.
       01 WSDayDelCount    PIC 9(05) VALUE ZERO.
       01 WSDayDelAmt      PIC 9(09)V99 VALUE ZERO.
       01 WSDayRevCount    PIC 9(05) VALUE ZERO.
       01 WSDayRevAmt      PIC 9(09)V99 VALUE ZERO.
       01 WSAuditAddAmt    PIC 9(09)V99 VALUE ZERO.
       01 WSAuditDelAmt    PIC 9(09)V99 VALUE ZERO.
       01 WSAuditRevAmt    PIC 9(09)V99 VALUE ZERO.
       01 WSAuditNetAmt    PIC S9(09)V99 VALUE ZERO.
       01 WSDiffAmt        PIC S9(09)V99 VALUE ZERO.
       01 WSParmStatus     PIC X(02) VALUE '00'.
           88 WSParmFileOK    VALUE '00'.
       01 WSRunLogStatus   PIC X(02) VALUE '00'.
           88 WSRunLogNotFound VALUE '35'.
       01 WSOutAction      PIC X(01) VALUE SPACE.
           88 WSOutStopsRun   VALUE 'S' 's'.
       01 WSVerdict        PIC X(20) VALUE SPACES.
       01 WSToday          PIC 9(8) VALUE ZERO.
       01 WSNow            PIC 9(8) VALUE ZERO.
       01 PageHeading.
           02 FILLER PIC X(33) VALUE
              "NIGHTLY CROSS-FILE RECONCILIATION".
           02 FILLER        PIC X(06) VALUE " GIFT ".
           02 PrintGiftKey  PIC 9(8).
           02 FILLER        PIC X(08) VALUE " AMOUNT ".
           02 PrintGiftAmt  PIC 9(5).99-.
           02 FILLER        PIC X(36) VALUE
              "- DONOR ID NOT ON Customer.dat".
       01 BadFundLine.
           02 FILLER        PIC X(06) VALUE " GIFT ".
           02 PrintBFKey    PIC 9(8).
           02 PrintDelCount PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE " AMT".
           02 PrintDelAmt   PIC Z(8)9.99.
           02 FILLER        PIC X(06) VALUE "  REVS".
           02 PrintRevCount PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE " AMT".
           02 PrintRevAmt   PIC Z(8)9.99.
       01 BalanceGiftLine.
           02 FILLER        PIC X(30) VALUE
              "TOTAL ON GIFT FILE:           ".
           02 PrintGiftTotal PIC +(8)9.99.
       01 BalanceAuditLine.
           02 FILLER        PIC X(30) VALUE
              "AUDIT NET ADDS LESS DEL/REV:  ".
           02 PrintAuditNet PIC +(8)9.99.
       01 BalanceDiffLine.
           02 FILLER        PIC X(30) VALUE
           02 PrintExceptCount PIC ZZZZ9.
       01 ReportFooting   PIC X(13) VALUE "END OF REPORT".
       PROCEDURE DIVISION.
           PERFORM GetRunParms
           OPEN INPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat - FILE STATUS "
                 WSGiftStatus
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN INPUT CustomerFile
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE GiftFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN INPUT FundFile
              DISPLAY "RUN FUNDMAINT TO BUILD THE FUND MASTER FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE GiftFile, CustomerFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN INPUT HistFile
           IF WSHistAvail
              CLOSE HistFile
           END-IF
           IF WSDiffAmt NOT = ZERO AND WSOutStopsRun
              SET RunLogAbnormal TO TRUE
           ELSE
              SET RunLogNormal TO TRUE
           END-IF
           PERFORM WriteRunLog
           STOP RUN.

       GetRunParms.
           OPEN INPUT ParmFile
           IF WSParmFileOK
              READ ParmFile
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ParmOutAction TO WSOutAction
                    DISPLAY "OPTIONS TAKEN FROM Reconcile.parm."
              END-READ
              CLOSE ParmFile
           END-IF.

       WriteAbnormalLog.
           MOVE "NOT RUN" TO WSVerdict
           SET RunLogAbnormal TO TRUE
           PERFORM WriteRunLog.

       WriteRunLog.
           MOVE "RECONCILE" TO RunLogProgram
           MOVE WSVerdict     TO RunLogParms
           MOVE WSExceptCount TO RunLogCount
           MOVE WSDiffAmt     TO RunLogAmount
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

       CheckGiftFile.
           WRITE PrintLine FROM SectionGiftHead AFTER ADVANCING 2
           LINES
              MOVE 'Y' TO WSDaySwitch
              MOVE ZERO TO WSDayAddCount, WSDayAddAmt
              MOVE ZERO TO WSDayDelCount, WSDayDelAmt
              MOVE ZERO TO WSDayRevCount, WSDayRevAmt
           END-IF
           MOVE AuditAmount TO WSAmountNum
           EVALUATE TRUE
                 ADD 1 TO WSDayDelCount
                 ADD WSAmountNum TO WSDayDelAmt
                 ADD WSAmountNum TO WSAuditDelAmt
              WHEN AuditActionReverse
                 ADD 1 TO WSDayRevCount
                 ADD WSAmountNum TO WSDayRevAmt
                 ADD WSAmountNum TO WSAuditRevAmt
           END-EVALUATE
           READ AuditFile
              AT END SET WSEOF TO TRUE
           MOVE WSDayAddAmt   TO PrintAddAmt
           MOVE WSDayDelCount TO PrintDelCount
           MOVE WSDayDelAmt   TO PrintDelAmt
           MOVE WSDayRevCount TO PrintRevCount
           MOVE WSDayRevAmt   TO PrintRevAmt
           WRITE PrintLine FROM DayRecapLine AFTER ADVANCING 1
           LINE
           MOVE 'N' TO WSDaySwitch.

       PrintBalanceVerdict.
           COMPUTE WSAuditNetAmt = WSAuditAddAmt - WSAuditDelAmt
                                   - WSAuditRevAmt
           COMPUTE WSDiffAmt = WSGiftTotalAmt - WSAuditNetAmt
           MOVE WSGiftTotalAmt TO PrintGiftTotal
           MOVE WSAuditNetAmt  TO PrintAuditNet
              WRITE PrintLine FROM VerdictInLine AFTER ADVANCING 2
              LINES
              DISPLAY "RECONCILIATION VERDICT: IN BALANCE."
              MOVE "IN BALANCE" TO WSVerdict
           ELSE
              WRITE PrintLine FROM VerdictOutLine AFTER ADVANCING 2
              LINES
              ADD 1 TO WSExceptCount
              DISPLAY "RECONCILIATION VERDICT: OUT OF BALANCE - "
                 "SEE Reconcile.rpt."
              MOVE "OUT OF BALANCE" TO WSVerdict
           END-IF.
