      *                  the daily recap order is unchanged. If
      *                  AuditHist.log is not on file the history
      *                  pass is skipped silently.
      * 10/15/26 TMB      Action R (gift reversal) can be selected,
      *                  prints as REVERSAL and is recapped per day
      *                  on its own line; the net movement is now add
      *                  amounts less delete and reversal amounts.
      * 10/15/26 TMB      Each detail line shows the operator ID that
      *                  wrote the audit entry (blank on lines logged
      *                  before operators signed on).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDITRPT.
       01 WSSelectAllIDs   PIC X(01) VALUE 'Y'.
           88 WSAllIDs        VALUE 'Y'.
       01 WSActionInput    PIC X(01).
           88 WSActionInputOK VALUE ' ' 'A' 'a' 'C' 'c' 'D' 'd'
                                    'R' 'r'.
       01 WSSelectAction   PIC X(01) VALUE SPACE.
           88 WSAllActions    VALUE ' '.
       01 WSSelectSwitch   PIC X(01) VALUE 'N'.
       01 WSDayCorrAmt     PIC 9(07)V99 VALUE ZERO.
       01 WSDayDelCount    PIC 9(05) VALUE ZERO.
       01 WSDayDelAmt      PIC 9(07)V99 VALUE ZERO.
       01 WSDayRevCount    PIC 9(05) VALUE ZERO.
       01 WSDayRevAmt      PIC 9(07)V99 VALUE ZERO.
       01 WSDayNetAmt      PIC S9(08)V99 VALUE ZERO.
       01 WSSelectCount    PIC 9(05) VALUE ZERO.
       01 PageHeading.
           02 FILLER PIC X(14) VALUE "Amount        ".
           02 FILLER PIC X(12) VALUE "Date        ".
           02 FILLER PIC X(10) VALUE "Time      ".
           02 FILLER PIC X(10) VALUE "Operator  ".
       01 AuditDetailLine.
           02 FILLER       PIC X VALUE SPACE.
           02 PrintAuditID PIC 9(5).
           02 PrintDate    PIC 9(8).
           02 FILLER       PIC X(4) VALUE SPACE.
           02 PrintTime    PIC 9(8).
           02 FILLER       PIC X(2) VALUE SPACE.
           02 PrintOperID  PIC X(10).
       01 RecapHeading.
           02 FILLER       PIC X(18) VALUE "DAILY RECAP FOR ".
           02 PrintRecapDate PIC 9(8).
           02 PrintDelCount  PIC ZZZZ9.
           02 FILLER         PIC X(09) VALUE "  AMOUNT ".
           02 PrintDelAmt    PIC Z(6)9.99.
       01 RecapRevLine.
           02 FILLER         PIC X(16) VALUE "  REVERSALS:    ".
           02 PrintRevCount  PIC ZZZZ9.
           02 FILLER         PIC X(09) VALUE "  AMOUNT ".
           02 PrintRevAmt    PIC Z(6)9.99.
       01 RecapNetLine.
           02 FILLER         PIC X(30) VALUE
              "  NET AMOUNT MOVEMENT:        ".
              UNTIL WSIDInputOK
           PERFORM GetActionCode WITH TEST AFTER
              UNTIL WSActionInputOK
           INSPECT WSActionInput CONVERTING "acdr" TO "ACDR"
           MOVE WSActionInput TO WSSelectAction
           OPEN INPUT AuditFile
           IF NOT WSAuditFileOK
           END-IF.

       GetActionCode.
           DISPLAY "ENTER ACTION CODE (A/C/D/R, BLANK FOR ALL): "
              WITH NO ADVANCING
           ACCEPT WSActionInput
           IF NOT WSActionInputOK
              DISPLAY "INVALID ACTION - ENTER A, C, D, R OR LEAVE "
                 "BLANK."
           END-IF.

           MOVE 'Y' TO WSDaySwitch
           MOVE ZERO TO WSDayAddCount, WSDayAddAmt
           MOVE ZERO TO WSDayCorrCount, WSDayCorrAmt
           MOVE ZERO TO WSDayDelCount, WSDayDelAmt
           MOVE ZERO TO WSDayRevCount, WSDayRevAmt.

       PrintAuditDetail.
           IF NewPageReq
                 MOVE "CORRECTION" TO PrintAction
              WHEN AuditActionDelete
                 MOVE "DELETE    " TO PrintAction
              WHEN AuditActionReverse
                 MOVE "REVERSAL  " TO PrintAction
              WHEN OTHER
                 MOVE "*UNKNOWN* " TO PrintAction
           END-EVALUATE
           MOVE AuditAmount TO PrintAmount
           MOVE AuditDate   TO PrintDate
           MOVE AuditTime   TO PrintTime
           MOVE AuditOperID TO PrintOperID
           WRITE PrintLine FROM AuditDetailLine AFTER ADVANCING
           1 LINE
           ADD 1 TO LineCount
              WHEN AuditActionDelete
                 ADD 1 TO WSDayDelCount
                 ADD WSAmountNum TO WSDayDelAmt
              WHEN AuditActionReverse
                 ADD 1 TO WSDayRevCount
                 ADD WSAmountNum TO WSDayRevAmt
           END-EVALUATE.

       PrintDailyRecap.
           MOVE WSDayCorrAmt   TO PrintCorrAmt
           MOVE WSDayDelCount  TO PrintDelCount
           MOVE WSDayDelAmt    TO PrintDelAmt
           MOVE WSDayRevCount  TO PrintRevCount
           MOVE WSDayRevAmt    TO PrintRevAmt
           COMPUTE WSDayNetAmt = WSDayAddAmt - WSDayDelAmt
                               - WSDayRevAmt
           MOVE WSDayNetAmt    TO PrintNetAmt
           WRITE PrintLine FROM RecapHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM RecapAddLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RecapCorrLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RecapDelLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RecapRevLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RecapNetLine AFTER ADVANCING 1 LINE
           ADD 6 TO LineCount
           MOVE 'N' TO WSDaySwitch.
