      *****************************************************************
      * Program name:    NCOAIMPORT
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: batch import of the mail house's
      *                  move/correction file NCOA.dat (National
      *                  Change of Address plus undeliverables) that
      *                  comes back after each mailing. One fixed-
      *                  format line per returned piece:
      *                    cols   1-5   IDNum from the label file
      *                    col    6     M moved - new address follows
      *                                 U undeliverable, no
      *                                   forwarding address
      *                    cols   7-14  move date CCYYMMDD (optional)
      *                    cols  15-44  first and last name as mailed
      *                    cols  45-101 new street (25), city (20),
      *                                 state (2), ZIP (10) on a move
      *                  Each line is matched to Customer.dat by
      *                  IDNum. A move replaces the street, city,
      *                  state and ZIP; an undeliverable sets the
      *                  donor to do-not-mail (DonorStatus N) so the
      *                  labels and letters stop. The address and
      *                  status before the change go to the address
      *                  history file AddrHist.dat (see addrhist.cpy,
      *                  created on first use) and the change to
      *                  DonorAudit.log as a correction with operator
      *                  NCOAIMPORT. A move leaves a do-not-mail status
      *                  alone, since that may be the donor's own
      *                  request. An undeliverable for a donor
      *                  flagged anonymous is rejected and the status
      *                  left as it is - the one status byte cannot
      *                  hold both, and the anonymity must stay; the
      *                  no-mail is set by hand. Every line is listed on
      *                  NcoaImport.rpt as a 2-character result code,
      *                  one space, then the original line, as in
      *                  GIFTIMPORT's WebGifts.err, so rejected and
      *                  unmatched lines can be fixed, the code
      *                  stripped and the file resubmitted.
      *                  Result codes: AP APPLIED - ADDRESS CHANGED
      *                                DN APPLIED - SET DO-NOT-MAIL
      *                                UN UNMATCHED - IDNum NOT ON
      *                                   Customer.dat
      *                                01 NON-NUMERIC ID
      *                                02 INVALID CORRECTION CODE
      *                                03 NEW ADDRESS INCOMPLETE
      *                                04 DONOR DECEASED
      *                                05 NO CHANGE - ALREADY ON FILE
      *                                06 REWRITE FAILED
      *                                07 DONOR ANONYMOUS - SET
      *                                   NO-MAIL BY HAND
      *                  The run ends with the applied, rejected and
      *                  unmatched counts on the console and a
      *                  one-line result record on BatchRun.log (see
      *                  runlog.cpy), so it can run in the nightly job
      *                  stream; no NCOA.dat is a NORMAL end with
      *                  nothing changed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NCOAIMPORT.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NcoaFile ASSIGN TO "NCOA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNcoaStatus.
           SELECT ResultFile ASSIGN TO "NcoaImport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT AddrHistFile ASSIGN TO "AddrHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHKey
           FILE STATUS IS WSAddrHistStatus.
           SELECT AuditFile ASSIGN TO "DonorAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
           SELECT RunLogFile ASSIGN TO "BatchRun.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD NcoaFile.
       01 NcoaRecord.
           02 NcoaIDNum      PIC X(05).
           02 NcoaCode       PIC X(01).
              88 NcoaMove        VALUE 'M'.
              88 NcoaUndeliverable VALUE 'U'.
           02 NcoaMoveDate   PIC X(08).
           02 NcoaName       PIC X(30).
           02 NcoaNewAddress.
              03 NcoaStreet  PIC X(25).
              03 NcoaCity    PIC X(20).
              03 NcoaState   PIC X(02).
              03 NcoaZip     PIC X(10).
       FD ResultFile.
       01 ResultLine PIC X(104).
       FD CustomerFile.
           COPY "custrec.cpy".
       FD AddrHistFile.
           COPY "addrhist.cpy".
       FD AuditFile.
       01 AuditLine PIC X(99).
       FD RunLogFile.
       01 RunLogLine PIC X(99).
       WORKING-STORAGE SECTION.
           COPY "auditrec.cpy".
           COPY "runlog.cpy".
       01 WSEOFSwitch    PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSHistEOFSwitch PIC X(01) VALUE 'N'.
           88 WSHistEOF      VALUE 'Y'.
       01 WSHoldLine     PIC X(101).
       01 WSIDNum        PIC 9(05) VALUE ZERO.
       01 WSResultCode   PIC X(02) VALUE SPACES.
           88 WSLineApplied  VALUE 'AP' 'DN'.
           88 WSLineUnmatched VALUE 'UN'.
           88 WSLineOpen     VALUE SPACES.
       01 WSNextSeq      PIC 9(02) VALUE ZERO.
       01 WSToday        PIC 9(8) VALUE ZERO.
       01 WSNow          PIC 9(8) VALUE ZERO.
       01 WSOldAddress   PIC X(57) VALUE SPACES.
       01 WSOldStatus    PIC X(01) VALUE SPACE.
       01 WSReadCount    PIC 9(05) VALUE ZERO.
       01 WSMoveCount    PIC 9(05) VALUE ZERO.
       01 WSNoMailCount  PIC 9(05) VALUE ZERO.
       01 WSAppliedCount PIC 9(05) VALUE ZERO.
       01 WSRejectCount  PIC 9(05) VALUE ZERO.
       01 WSUnmatchCount PIC 9(05) VALUE ZERO.
       01 WSNcoaStatus   PIC X(02) VALUE '00'.
           88 WSNcoaFileOK   VALUE '00'.
           88 WSNcoaNotFound VALUE '35'.
       01 WSFileStatus   PIC X(02) VALUE '00'.
           88 WSFileOK       VALUE '00'.
       01 WSAddrHistStatus PIC X(02) VALUE '00'.
           88 WSAddrHistOK   VALUE '00'.
           88 WSAddrHistNotFound VALUE '35'.
       01 WSAuditStatus  PIC X(02) VALUE '00'.
           88 WSAuditNotFound  VALUE '35'.
       01 WSRunLogStatus PIC X(02) VALUE '00'.
           88 WSRunLogNotFound VALUE '35'.
       PROCEDURE DIVISION.
           OPEN INPUT NcoaFile
           IF WSNcoaNotFound
              DISPLAY "NO NCOA.dat CORRECTION FILE - NOTHING CHANGED."
              SET RunLogNormal TO TRUE
              PERFORM WriteRunLog
              STOP RUN
           END-IF
           IF NOT WSNcoaFileOK
              DISPLAY "CANNOT OPEN NCOA.dat - FILE STATUS "
                 WSNcoaStatus
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           OPEN I-O CustomerFile
           IF NOT WSFileOK
              DISPLAY "CANNOT OPEN Customer.dat - FILE STATUS "
                 WSFileStatus
              DISPLAY "RUN CUSTCONV TO BUILD THE INDEXED FILE FIRST "
                 "IF THIS IS A NEW INSTALLATION."
              CLOSE NcoaFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF
           PERFORM OpenAddrHistFile
           OPEN OUTPUT ResultFile
           PERFORM OpenAuditFile
           READ NcoaFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM ApplyOneCorrection UNTIL WSEOF
           DISPLAY WSReadCount " CORRECTION RECORD(S) READ."
           DISPLAY WSAppliedCount " APPLIED - " WSMoveCount
              " ADDRESS CHANGE(S), " WSNoMailCount
              " SET DO-NOT-MAIL."
           DISPLAY WSRejectCount " REJECTED AND " WSUnmatchCount
              " UNMATCHED - SEE NcoaImport.rpt."
           CLOSE NcoaFile, ResultFile, CustomerFile, AddrHistFile
           CLOSE AuditFile
           SET RunLogNormal TO TRUE
           PERFORM WriteRunLog
           STOP RUN.

       OpenAddrHistFile.
           OPEN I-O AddrHistFile
           IF WSAddrHistNotFound
              OPEN OUTPUT AddrHistFile
              CLOSE AddrHistFile
              OPEN I-O AddrHistFile
           END-IF
           IF NOT WSAddrHistOK
              DISPLAY "CANNOT OPEN AddrHist.dat - FILE STATUS "
                 WSAddrHistStatus
              DISPLAY "NOTHING CHANGED - THE OLD ADDRESSES COULD NOT "
                 "BE KEPT."
              CLOSE NcoaFile, CustomerFile
              PERFORM WriteAbnormalLog
              STOP RUN
           END-IF.

       OpenAuditFile.
           OPEN EXTEND AuditFile
           IF WSAuditNotFound
              OPEN OUTPUT AuditFile
           END-IF.

       ApplyOneCorrection.
           ADD 1 TO WSReadCount
           MOVE NcoaRecord TO WSHoldLine
           MOVE SPACES TO WSResultCode
           PERFORM EditCorrection
           IF WSLineOpen
              PERFORM MatchDonor
           END-IF
           IF WSLineOpen
              PERFORM CheckDonorChange
           END-IF
           IF WSLineOpen
              PERFORM PostCorrection
           END-IF
           PERFORM WriteResultRecord
           READ NcoaFile
              AT END SET WSEOF TO TRUE
           END-READ.

       EditCorrection.
           EVALUATE TRUE
              WHEN NcoaIDNum IS NOT NUMERIC
                 MOVE '01' TO WSResultCode
              WHEN NOT (NcoaMove OR NcoaUndeliverable)
                 MOVE '02' TO WSResultCode
              WHEN NcoaMove
                 AND (NcoaStreet = SPACES OR NcoaCity = SPACES
                      OR NcoaState = SPACES OR NcoaZip = SPACES)
                 MOVE '03' TO WSResultCode
              WHEN OTHER
                 MOVE NcoaIDNum TO WSIDNum
           END-EVALUATE.

       MatchDonor.
           MOVE WSIDNum TO IDNum
           READ CustomerFile
              KEY IS IDNum
              INVALID KEY
                 MOVE 'UN' TO WSResultCode
              NOT INVALID KEY
                 CONTINUE
           END-READ.

      * A deceased donor is not mailed anyway and keeps the address
      * on file; a line that would change nothing is not posted. An
      * anonymous donor keeps the anonymous status - DonorStatus holds
      * only one - so an undeliverable is left to be handled by hand.
       CheckDonorChange.
           EVALUATE TRUE
              WHEN DonorDeceased
                 MOVE '04' TO WSResultCode
              WHEN NcoaMove AND CustAddress = NcoaNewAddress
                 MOVE '05' TO WSResultCode
              WHEN NcoaUndeliverable AND DonorNoMail
                 MOVE '05' TO WSResultCode
              WHEN NcoaUndeliverable AND DonorAnonymous
                 MOVE '07' TO WSResultCode
           END-EVALUATE.

       PostCorrection.
           MOVE CustAddress TO WSOldAddress
           MOVE DonorStatus TO WSOldStatus
           IF NcoaMove
              MOVE NcoaNewAddress TO CustAddress
           ELSE
              SET DonorNoMail TO TRUE
           END-IF
           REWRITE CustomerData
              INVALID KEY
                 MOVE '06' TO WSResultCode
              NOT INVALID KEY
                 PERFORM WriteAddrHistRecord
                 SET AuditActionCorrect TO TRUE
                 MOVE ZERO TO AuditAmount
                 PERFORM WriteAuditRecord
                 IF NcoaMove
                    MOVE 'AP' TO WSResultCode
                    ADD 1 TO WSMoveCount
                 ELSE
                    MOVE 'DN' TO WSResultCode
                    ADD 1 TO WSNoMailCount
                 END-IF
           END-REWRITE.

       WriteAddrHistRecord.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM GetNextHistSeq
           MOVE SPACES       TO AddrHistRecord
           MOVE WSIDNum      TO AHDonorID
           MOVE WSToday      TO AHChangeDate
           MOVE WSNextSeq    TO AHSeqNum
           MOVE WSOldAddress TO AHOldAddress
           MOVE WSOldStatus  TO AHOldStatus
           MOVE NcoaCode     TO AHChangeType
           MOVE "NCOAIMPORT" TO AHSource
           IF NcoaMoveDate IS NUMERIC
              MOVE NcoaMoveDate TO AHMoveDate
           ELSE
              MOVE ZERO TO AHMoveDate
           END-IF
           WRITE AddrHistRecord
              INVALID KEY
                 DISPLAY "ADDRESS HISTORY NOT WRITTEN FOR DONOR "
                    WSIDNum " - DUPLICATE KEY " AHKey
           END-WRITE.

       GetNextHistSeq.
           MOVE ZERO    TO WSNextSeq
           MOVE 'N'     TO WSHistEOFSwitch
           MOVE WSIDNum TO AHDonorID
           MOVE WSToday TO AHChangeDate
           MOVE ZERO    TO AHSeqNum
           START AddrHistFile KEY IS NOT LESS THAN AHKey
              INVALID KEY SET WSHistEOF TO TRUE
           END-START
           PERFORM ScanDonorHistory UNTIL WSHistEOF
           ADD 1 TO WSNextSeq.

       ScanDonorHistory.
           READ AddrHistFile NEXT RECORD
              AT END SET WSHistEOF TO TRUE
              NOT AT END
                 IF AHDonorID = WSIDNum AND AHChangeDate = WSToday
                    MOVE AHSeqNum TO WSNextSeq
                 ELSE
                    SET WSHistEOF TO TRUE
                 END-IF
           END-READ.

       WriteResultRecord.
           EVALUATE TRUE
              WHEN WSLineApplied
                 ADD 1 TO WSAppliedCount
              WHEN WSLineUnmatched
                 ADD 1 TO WSUnmatchCount
              WHEN OTHER
                 ADD 1 TO WSRejectCount
           END-EVALUATE
           MOVE SPACES TO ResultLine
           STRING WSResultCode DELIMITED SIZE
                  " "          DELIMITED SIZE
                  WSHoldLine   DELIMITED SIZE
                  INTO ResultLine
           END-STRING
           WRITE ResultLine.

       WriteAuditRecord.
           MOVE WSIDNum      TO AuditIDNum
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow   FROM TIME
           MOVE WSToday      TO AuditDate
           MOVE WSNow        TO AuditTime
           MOVE "NCOAIMPORT" TO AuditOperID
           MOVE AuditRecord  TO AuditLine
           WRITE AuditLine.

       WriteAbnormalLog.
           SET RunLogAbnormal TO TRUE
           PERFORM WriteRunLog.

       WriteRunLog.
           MOVE "NCOAIMPORT" TO RunLogProgram
           MOVE SPACES TO RunLogParms
           STRING "REJ "        DELIMITED SIZE
                  WSRejectCount  DELIMITED SIZE
                  " UNM "        DELIMITED SIZE
                  WSUnmatchCount DELIMITED SIZE
                  INTO RunLogParms
           END-STRING
           MOVE WSAppliedCount TO RunLogCount
           MOVE ZERO           TO RunLogAmount
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
