      *                  period control is disabled with a console
      *                  note, same as record.cob.
      *                  Added reason code: 07 CLOSED PERIOD
      * 10/15/26 TMB      The import now posts against a deposit batch
      *                  (see batchrec.cpy) - the platform's nightly
      *                  settlement is one bank deposit. The run asks
      *                  for the batch number before the first record
      *                  is read; the batch must be on Batches.dat and
      *                  still OPEN (opened through BATCHMAINT with
      *                  the settlement count and total), and a blank
      *                  entry cancels the run. Every imported gift
      *                  carries the batch number, the batch's keyed
      *                  count and total are rolled forward as gifts
      *                  post, and the closing counts show the batch
      *                  against its expected figures.
      * 10/15/26 TMB      Tribute gifts. The vendor layout may now
      *                  carry seven more comma-delimited fields after
      *                  the appeal code - tribute type (M in memory
      *                  of, H in honor of, blank for none), honoree
      *                  name, person to notify, and the notify
      *                  street, city, state and ZIP - all blank or
      *                  simply absent for an ordinary gift, so old
      *                  files still import unchanged. A tribute gift
      *                  is flagged on the gift (GiftTribType) and its
      *                  details written to Tributes.dat (see
      *                  tribrec.cpy) for TRIBLTRS. The vendor and
      *                  error lines are widened to hold the longer
      *                  record. An unknown tribute type, a tribute
      *                  with no honoree, or an honoree with no type
      *                  rejects with new reason code 08.
      *                  Added reason code: 08 INVALID TRIBUTE
      * 10/15/26 TMB      Gift type and quid-pro-quo benefit. Three
      *                  more optional fields may follow the tribute
      *                  fields - gift type (C or blank cash/card, S
      *                  stock, K in-kind goods, Q quid-pro-quo such
      *                  as a gala ticket bought online), the value of
      *                  the goods or services the donor received (7
      *                  digits, blank for none) and a description of
      *                  the shares or goods - carried onto the gift
      *                  (see giftrec.cpy) for the receipt wording.
      *                  Old files import as cash gifts with no
      *                  benefit. An unknown type, a non-numeric
      *                  benefit, a benefit over the amount, a Q gift
      *                  with no benefit, an in-kind gift with one, or
      *                  a stock or in-kind gift with no description
      *                  rejects with new reason code 09.
      *                  Added reason code: 09 INVALID GIFT TYPE
      * 10/15/26 TMB      DonorAudit.log lines carry GIFTIMPORT as the
      *                  operator ID (see auditrec.cpy).
      * 10/15/26 TMB      The deposit batch is now read from the
      *                  run-parameter file GiftImport.parm when one
      *                  is present (batch number in columns 1-5), so
      *                  the import can run unattended in the nightly
      *                  job stream; a bad or released batch in the
      *                  file cancels the run. Every run appends a
      *                  one-line result record to BatchRun.log (see
      *                  runlog.cpy) with the gifts added and their
      *                  total - ABNORMAL when the run is cancelled.
      *                  No WebGifts.dat tonight is a NORMAL end with
      *                  nothing posted.
      * 10/15/26 TMB      Stock and in-kind gifts are no longer added to
      *                  the deposit batch's keyed count and total - no
      *                  bank deposit carries them. The GiftImport.parm
      *                  batch number is now kept as the record is read,
      *                  before the file is closed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GIFTIMPORT.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PeriodKey
           FILE STATUS IS WSPeriodStatus.
           SELECT BatchFile ASSIGN TO "Batches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BatchID
           FILE STATUS IS WSBatchStatus.
           SELECT TributeFile ASSIGN TO "Tributes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TribKey
           ALTERNATE RECORD KEY IS TribHonoree WITH DUPLICATES
           FILE STATUS IS WSTribStatus.
           SELECT AuditFile ASSIGN TO "DonorAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
           SELECT ParmFile ASSIGN TO "GiftImport.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
           SELECT RunLogFile ASSIGN TO "BatchRun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WebGiftFile.
       01 WebGiftLine PIC X(250).
       FD ErrorFile.
       01 ErrorLine PIC X(253).
       FD CustomerFile.
           COPY "custrec.cpy".
       FD GiftFile.
           COPY "appealrec.cpy".
       FD PeriodFile.
           COPY "periodrec.cpy".
       FD BatchFile.
           COPY "batchrec.cpy".
       FD TributeFile.
           COPY "tribrec.cpy".
       FD AuditFile.
       01 AuditLine PIC X(99).
       FD ParmFile.
       01 ParmRecord.
           02 ParmBatchID   PIC X(05).
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
           COPY "runlog.cpy".
       01 WSEOFSwitch    PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSHoldLine     PIC X(250).
       01 WSIDInput      PIC X(05).
       01 WSFNInput      PIC X(15).
       01 WSLNInput      PIC X(15).
       01 WSAmtInputAmt  REDEFINES WSAmtInput PIC 9(05)V99.
       01 WSFundInput    PIC X(04).
       01 WSAppealInput  PIC X(04).
       01 WSTribInput    PIC X(01).
           88 WSTribNone     VALUE ' '.
           88 WSTribValid    VALUE ' ' 'M' 'H'.
       01 WSHonoreeInput PIC X(30).
       01 WSNotifyInput.
           02 WSNotifyNameInput   PIC X(30).
           02 WSNotifyStreetInput PIC X(25).
           02 WSNotifyCityInput   PIC X(20).
           02 WSNotifyStateInput  PIC X(02).
           02 WSNotifyZipInput    PIC X(10).
       01 WSTypeInput    PIC X(01).
           88 WSTypeValid    VALUE ' ' 'C' 'S' 'K' 'Q'.
           88 WSTypeInKind   VALUE 'K'.
           88 WSTypeEvent    VALUE 'Q'.
           88 WSTypeNonCash  VALUE 'S' 'K'.
       01 WSBenefitInput PIC X(07).
       01 WSBenefitAmt   REDEFINES WSBenefitInput PIC 9(05)V99.
       01 WSDescInput    PIC X(30).
       01 WSDateInput    PIC X(08).
       01 WSDateGroups   REDEFINES WSDateInput.
           02 WSDateYear  PIC 9(4).
       01 WSNextSeq      PIC 9(03) VALUE ZERO.
       01 WSReadCount    PIC 9(05) VALUE ZERO.
       01 WSGoodCount    PIC 9(05) VALUE ZERO.
       01 WSGoodAmt      PIC 9(07)V99 VALUE ZERO.
       01 WSRejectCount  PIC 9(05) VALUE ZERO.
       01 WSNewDonorCount PIC 9(05) VALUE ZERO.
       01 WSTribCount    PIC 9(05) VALUE ZERO.
       01 WSWebStatus    PIC X(02) VALUE '00'.
           88 WSWebFileOK    VALUE '00'.
           88 WSWebNotFound  VALUE '35'.
       01 WSFileStatus   PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSGiftStatus   PIC X(02) VALUE '00'.
           88 WSPeriodFileOK VALUE '00'.
       01 WSPeriodCtlSwitch PIC X(01) VALUE 'N'.
           88 WSPeriodCtlOn     VALUE 'Y'.
       01 WSBatchStatus  PIC X(02) VALUE '00'.
           88 WSBatchFileOK  VALUE '00'.
       01 WSTribStatus   PIC X(02) VALUE '00'.
           88 WSTribFileOK   VALUE '00'.
           88 WSTribNotFound VALUE '35'.
       01 WSBatchInput   PIC X(05).
       01 WSBatchNum     PIC 9(05) VALUE ZERO.
       01 WSBatchSwitch  PIC X(01) VALUE 'N'.
           88 WSBatchOK      VALUE 'Y'.
           88 WSBatchQuit    VALUE 'Q'.
       01 WSDisplayAmt   PIC Z(6)9.99.
       01 WSDisplayExp   PIC Z(6)9.99.
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
       PROCEDURE DIVISION.
           PERFORM GetRunParms
           OPEN INPUT WebGiftFile
           IF WSWebNotFound
              DISPLAY "NO VENDOR FILE TO IMPORT TONIGHT - NOTHING "
                 "POSTED."
              SET RunLogNormal TO TRUE
              PERFORM WriteRunLog
              STOP RUN
           END-IF
           IF NOT WSWebFileOK
              DISPLAY "CANNOT OPEN WebGifts.dat - FILE STATUS "
                 WSWebStatus
              DISPLAY "NO VENDOR FILE TO IMPORT - RUN CANCELLED."
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN I-O CustomerFile
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE WebGiftFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           PERFORM OpenGiftFile
           PERFORM OpenTributeFile
           OPEN INPUT FundFile
           IF NOT WSFundFileOK
              DISPLAY "CANNOT OPEN Funds.dat - FILE STATUS "
              DISPLAY "RUN FUNDMAINT TO BUILD THE FUND MASTER FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE WebGiftFile, CustomerFile, GiftFile
              CLOSE TributeFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN INPUT AppealFile
              DISPLAY "RUN APPEALMAINT TO BUILD THE APPEAL MASTER "
                 "FIRST IF THIS IS A NEW INSTALLATION."
              CLOSE WebGiftFile, CustomerFile, GiftFile, FundFile
              CLOSE TributeFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           PERFORM OpenPeriodFile
           OPEN I-O BatchFile
           IF NOT WSBatchFileOK
              DISPLAY "CANNOT OPEN Batches.dat - FILE STATUS "
                 WSBatchStatus
              DISPLAY "RUN BATCHMAINT TO OPEN A DEPOSIT BATCH "
                 "BEFORE IMPORTING GIFTS."
              CLOSE WebGiftFile, CustomerFile, GiftFile, FundFile
              CLOSE AppealFile, TributeFile
              IF WSPeriodCtlOn
                 CLOSE PeriodFile
              END-IF
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           IF WSUnattended
              PERFORM CheckParmBatch
           ELSE
              PERFORM GetBatchNumber WITH TEST AFTER
                 UNTIL WSBatchOK OR WSBatchQuit
           END-IF
           IF WSBatchQuit
              DISPLAY "NO DEPOSIT BATCH - RUN CANCELLED."
              CLOSE WebGiftFile, CustomerFile, GiftFile, FundFile
              CLOSE AppealFile, BatchFile, TributeFile
              IF WSPeriodCtlOn
                 CLOSE PeriodFile
              END-IF
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN OUTPUT ErrorFile
           PERFORM OpenAuditFile
           READ WebGiftFile
           DISPLAY WSGoodCount " GIFT RECORD(S) ADDED THIS SESSION."
           DISPLAY WSNewDonorCount " DONOR RECORD(S) ADDED THIS "
              "SESSION."
           DISPLAY WSTribCount " TRIBUTE RECORD(S) ADDED THIS "
              "SESSION."
           DISPLAY WSRejectCount " RECORD(S) REJECTED TO "
              "WebGifts.err."
           PERFORM ShowBatchProgress
           CLOSE WebGiftFile, ErrorFile, CustomerFile, GiftFile
           CLOSE FundFile, AppealFile, BatchFile, AuditFile
           CLOSE TributeFile
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
                    MOVE ParmBatchID TO WSBatchInput
                    MOVE 'Y' TO WSParmSwitch
                    DISPLAY "DEPOSIT BATCH TAKEN FROM GiftImport.parm "
                       "- RUNNING UNATTENDED."
              END-READ
              CLOSE ParmFile
           END-IF.

      * Unattended there is nobody to key another batch, so a bad
      * batch number in the .parm file cancels the run.
       CheckParmBatch.
           IF WSBatchInput IS NUMERIC
              MOVE WSBatchInput TO WSBatchNum
              PERFORM CheckImportBatch
           ELSE
              DISPLAY "INVALID BATCH NUMBER IN GiftImport.parm."
           END-IF
           IF NOT WSBatchOK
              SET WSBatchQuit TO TRUE
           END-IF.

       WriteAbnormalLog.
           SET RunLogAbnormal TO TRUE
           PERFORM WriteRunLog.

       WriteRunLog.
           MOVE "GIFTIMPORT" TO RunLogProgram
           MOVE SPACES TO RunLogParms
           STRING "BATCH "   DELIMITED SIZE
                  WSBatchNum DELIMITED SIZE
                  INTO RunLogParms
           END-STRING
           MOVE WSGoodCount TO RunLogCount
           MOVE WSGoodAmt   TO RunLogAmount
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
              DISPLAY "RUN GIFTCONV TO BUILD THE GIFT FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE WebGiftFile, CustomerFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF.

       OpenTributeFile.
           OPEN I-O TributeFile
           IF WSTribNotFound
              OPEN OUTPUT TributeFile
              CLOSE TributeFile
              OPEN I-O TributeFile
           END-IF
           IF NOT WSTribFileOK
              DISPLAY "CANNOT OPEN Tributes.dat - FILE STATUS "
                 WSTribStatus
              CLOSE WebGiftFile, CustomerFile, GiftFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF.

              OPEN OUTPUT AuditFile
           END-IF.

       GetBatchNumber.
           DISPLAY "ENTER DEPOSIT BATCH NUMBER (BLANK TO CANCEL): "
              WITH NO ADVANCING
           ACCEPT WSBatchInput
           MOVE 'N' TO WSBatchSwitch
           IF WSBatchInput = SPACES
              SET WSBatchQuit TO TRUE
           ELSE
              IF WSBatchInput IS NUMERIC
                 MOVE WSBatchInput TO WSBatchNum
                 PERFORM CheckImportBatch
              ELSE
                 DISPLAY "INVALID BATCH NUMBER - NUMBERS ONLY."
              END-IF
           END-IF.

       CheckImportBatch.
           MOVE WSBatchNum TO BatchID
           READ BatchFile
              KEY IS BatchID
              INVALID KEY
                 DISPLAY "BATCH NOT ON FILE - OPEN IT THROUGH "
                    "BATCHMAINT FIRST."
              NOT INVALID KEY
                 IF BatchReleased
                    DISPLAY "BATCH " BatchID " WAS RELEASED ON "
                       BatchReleaseDate " - NO MORE GIFTS MAY BE "
                       "POSTED TO IT."
                 ELSE
                    MOVE 'Y' TO WSBatchSwitch
                    PERFORM ShowBatchProgress
                 END-IF
           END-READ.

       ShowBatchProgress.
           MOVE BatchKeyAmount TO WSDisplayAmt
           MOVE BatchExpAmount TO WSDisplayExp
           DISPLAY "BATCH " BatchID " (" BatchPayMethod "): "
              BatchKeyCount " OF " BatchExpCount " ITEM(S), "
              WSDisplayAmt " OF " WSDisplayExp.

       ImportOneGift.
           ADD 1 TO WSReadCount
           MOVE WebGiftLine TO WSHoldLine
       ParseVendorLine.
           MOVE SPACES TO WSIDInput, WSFNInput, WSLNInput
           MOVE SPACES TO WSAmtInput, WSFundInput, WSDateInput
           MOVE SPACES TO WSAppealInput, WSTribInput, WSHonoreeInput
           MOVE SPACES TO WSNotifyInput
           MOVE SPACES TO WSTypeInput, WSBenefitInput, WSDescInput
           UNSTRING WSHoldLine DELIMITED BY ","
              INTO WSIDInput
                   WSFNInput
                   WSFundInput
                   WSDateInput
                   WSAppealInput
                   WSTribInput
                   WSHonoreeInput
                   WSNotifyNameInput
                   WSNotifyStreetInput
                   WSNotifyCityInput
                   WSNotifyStateInput
                   WSNotifyZipInput
                   WSTypeInput
                   WSBenefitInput
                   WSDescInput
           END-UNSTRING
           INSPECT WSTribInput CONVERTING "mh" TO "MH"
           INSPECT WSTypeInput CONVERTING "cskq" TO "CSKQ".

       EditVendorFields.
           MOVE SPACES TO WSRejectCode
                 IF WSRecordGood
                    PERFORM EditVendorPeriod
                 END-IF
                 IF WSRecordGood
                    PERFORM EditVendorTribute
                 END-IF
                 IF WSRecordGood
                    PERFORM EditVendorGiftType
                 END-IF
              END-IF
           END-IF.

              END-READ
           END-IF.

       EditVendorTribute.
           IF NOT WSTribValid
              MOVE '08' TO WSRejectCode
           ELSE
              IF WSTribNone AND WSHonoreeInput NOT = SPACES
                 MOVE '08' TO WSRejectCode
              END-IF
              IF NOT WSTribNone AND WSHonoreeInput = SPACES
                 MOVE '08' TO WSRejectCode
              END-IF
           END-IF.

       EditVendorGiftType.
           IF WSBenefitInput = SPACES
              MOVE ZERO TO WSBenefitAmt
           END-IF
           EVALUATE TRUE
              WHEN NOT WSTypeValid
                 MOVE '09' TO WSRejectCode
              WHEN WSBenefitInput NOT NUMERIC
                 MOVE '09' TO WSRejectCode
              WHEN WSBenefitAmt > WSAmtInputAmt
                 MOVE '09' TO WSRejectCode
              WHEN WSTypeEvent AND WSBenefitAmt = ZERO
                 MOVE '09' TO WSRejectCode
              WHEN WSTypeInKind AND WSBenefitAmt > ZERO
                 MOVE '09' TO WSRejectCode
              WHEN WSTypeNonCash AND WSDescInput = SPACES
                 MOVE '09' TO WSRejectCode
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       PostVendorGift.
           MOVE WSIDInput TO WSIDNum
           PERFORM CheckDonorOnFile
           MOVE WSFundInput   TO GiftFundCode
           MOVE WSDateInput   TO GiftDate
           MOVE WSAppealInput TO GiftAppealCode
           MOVE WSBatchNum    TO GiftBatchID
           MOVE WSTribInput   TO GiftTribType
           MOVE WSTypeInput   TO GiftType
           MOVE WSBenefitAmt  TO GiftBenefitAmt
           MOVE WSDescInput   TO GiftDescription
           WRITE GiftRecord
              INVALID KEY
                 MOVE '05' TO WSRejectCode
              NOT INVALID KEY
                 PERFORM WriteAuditRecord
                 ADD 1 TO WSGoodCount
                 ADD GiftAmount TO WSGoodAmt
                 IF NOT WSTribNone
                    PERFORM WriteTributeRecord
                 END-IF
                 PERFORM UpdateBatchTotals
           END-WRITE.

       WriteTributeRecord.
           MOVE SPACES            TO TributeRecord
           MOVE GiftDonorID       TO TribDonorID
           MOVE GiftDate          TO TribGiftDate
           MOVE GiftSeqNum        TO TribSeqNum
           MOVE WSTribInput       TO TribType
           MOVE WSHonoreeInput    TO TribHonoree
           MOVE WSNotifyNameInput TO TribNotifyName
           MOVE WSNotifyStreetInput TO TribNotifyStreet
           MOVE WSNotifyCityInput TO TribNotifyCity
           MOVE WSNotifyStateInput TO TribNotifyState
           MOVE WSNotifyZipInput  TO TribNotifyZip
           IF TribNotifyName = SPACES
              SET TribNoNotify TO TRUE
           ELSE
              SET TribNotifyPending TO TRUE
           END-IF
           WRITE TributeRecord
              INVALID KEY
                 DISPLAY "TRIBUTE NOT ADDED FOR GIFT " GiftKey
                    " - DUPLICATE TRIBUTE KEY. ADD IT THROUGH THE "
                    "DONORMAINT GIFT CORRECTION."
              NOT INVALID KEY
                 ADD 1 TO WSTribCount
           END-WRITE.

      * Stock and in-kind gifts never go to the bank, so they stay
      * out of the count and total the deposit has to agree with.
       UpdateBatchTotals.
           IF NOT GiftTypeNonCash
              MOVE WSBatchNum TO BatchID
              READ BatchFile
                 KEY IS BatchID
                 INVALID KEY
                    DISPLAY "BATCH " WSBatchNum " NOT ON FILE - "
                       "KEYED TOTALS NOT UPDATED."
                 NOT INVALID KEY
                    ADD 1          TO BatchKeyCount
                    ADD GiftAmount TO BatchKeyAmount
                    REWRITE BatchRecord
                       INVALID KEY
                          DISPLAY "BATCH REWRITE FAILED - KEYED "
                             "TOTALS NOT UPDATED."
                    END-REWRITE
              END-READ
           END-IF.

       GetNextGiftSeq.
           MOVE ZERO TO WSNextSeq
           MOVE 'N'  TO WSGiftEOFSwitch
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO AuditDate
           MOVE WSNow        TO AuditTime
           MOVE "GIFTIMPORT" TO AuditOperID
           MOVE AuditRecord  TO AuditLine
           WRITE AuditLine.

           MOVE SPACES TO ErrorLine
           STRING WSRejectCode DELIMITED SIZE
                  " "          DELIMITED SIZE
                  WSHoldLine       DELIMITED SIZE
                  INTO ErrorLine
           END-STRING
           WRITE ErrorLine
