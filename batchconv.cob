      *****************************************************************
      * Program name:    BATCHCONV
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: one-time conversion utility, in the
      *                  spirit of APPEALCONV. Reads the gift file on
      *                  the old 40-byte layout (renamed aside to
      *                  Gifts.old before this is run) and writes
      *                  every gift to a new Gifts.dat on the widened
      *                  giftrec.cpy layout, with the deposit batch
      *                  set to zero (no batch - the gift was posted
      *                  before deposit batches) and the check number
      *                  and reserved filler initialized to spaces.
      *                  If the archive GiftHist.dat has been renamed
      *                  aside to GiftHist.old as well, it is carried
      *                  forward to the widened gifthist.cpy layout
      *                  the same way; if GiftHist.old is not on file
      *                  the history pass is skipped with a console
      *                  note, since a site that has never run
      *                  GIFTARCH has no history file to convert.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BATCHCONV.
       AUTHOR. T. Brennan.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldGiftFile ASSIGN TO "Gifts.old"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldGiftKey
           FILE STATUS IS WSOldFileStatus.
           SELECT GiftFile ASSIGN TO "Gifts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GiftKey
           FILE STATUS IS WSGiftStatus.
           SELECT OldHistFile ASSIGN TO "GiftHist.old"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldHistKey
           FILE STATUS IS WSOldHistStatus.
           SELECT HistFile ASSIGN TO "GiftHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS WSHistStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OldGiftFile.
       01 OldGiftRecord.
           02 OldGiftKey.
              03 OldGiftDonorID PIC 9(5).
              03 OldGiftSeqNum  PIC 9(3).
           02 OldGiftAmount     PIC 9(5)V99.
           02 OldGiftFundCode   PIC X(04).
           02 OldGiftDate       PIC 9(8).
           02 OldGiftAppealCode PIC X(04).
           02 OldGiftAckFlag    PIC X(01).
           02 OldGiftAckDate    PIC X(08).
       FD GiftFile.
           COPY "giftrec.cpy".
       FD OldHistFile.
       01 OldHistRecord.
           02 OldHistKey.
              03 OldHistDonorID PIC 9(5).
              03 OldHistGiftDate PIC 9(8).
              03 OldHistSeqNum  PIC 9(3).
           02 OldHistAmount     PIC 9(5)V99.
           02 OldHistFundCode   PIC X(04).
           02 OldHistAppealCode PIC X(04).
           02 OldHistAckFlag    PIC X(01).
           02 OldHistAckDate    PIC X(08).
       FD HistFile.
           COPY "gifthist.cpy".
       WORKING-STORAGE SECTION.
       01 WSEOFSwitch      PIC X(01) VALUE 'N'.
           88 WSEOF        VALUE 'Y'.
           88 WSMoreRecs   VALUE 'N'.
       01 WSOldFileStatus  PIC X(02) VALUE '00'.
           88 WSOldFileOK      VALUE '00'.
       01 WSGiftStatus     PIC X(02) VALUE '00'.
           88 WSGiftFileOK     VALUE '00'.
       01 WSOldHistStatus  PIC X(02) VALUE '00'.
           88 WSOldHistOK      VALUE '00'.
       01 WSHistStatus     PIC X(02) VALUE '00'.
           88 WSHistFileOK     VALUE '00'.
       01 WSGiftCount      PIC 9(05) VALUE ZERO.
       01 WSHistCount      PIC 9(05) VALUE ZERO.
       01 WSSkipCount      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
           OPEN INPUT OldGiftFile
           IF NOT WSOldFileOK
              DISPLAY "CANNOT OPEN Gifts.old - FILE STATUS "
                 WSOldFileStatus
              DISPLAY "RENAME THE EXISTING Gifts.dat TO Gifts.old "
                 "AND RERUN THIS CONVERSION."
              STOP RUN
           END-IF
           OPEN OUTPUT GiftFile
           IF NOT WSGiftFileOK
              DISPLAY "CANNOT OPEN Gifts.dat FOR OUTPUT - "
                 "FILE STATUS " WSGiftStatus
              CLOSE OldGiftFile
              STOP RUN
           END-IF
           READ OldGiftFile
              AT END SET WSEOF TO TRUE
           END-READ
           PERFORM ConvertGift UNTIL WSEOF
           CLOSE OldGiftFile, GiftFile
           DISPLAY WSGiftCount " GIFT RECORD(S) CONVERTED TO "
              "Gifts.dat."
           PERFORM ConvertHistoryFile
           IF WSSkipCount > 0
              DISPLAY WSSkipCount " RECORD(S) SKIPPED - DUPLICATE "
                 "GIFT KEY."
           END-IF
           STOP RUN.

       ConvertGift.
           MOVE SPACES            TO GiftRecord
           MOVE OldGiftDonorID    TO GiftDonorID
           MOVE OldGiftSeqNum     TO GiftSeqNum
           MOVE OldGiftAmount     TO GiftAmount
           MOVE OldGiftFundCode   TO GiftFundCode
           MOVE OldGiftDate       TO GiftDate
           MOVE OldGiftAppealCode TO GiftAppealCode
           MOVE OldGiftAckFlag    TO GiftAckFlag
           MOVE OldGiftAckDate    TO GiftAckDate
           MOVE ZERO              TO GiftBatchID
           WRITE GiftRecord
              INVALID KEY
                 ADD 1 TO WSSkipCount
              NOT INVALID KEY
                 ADD 1 TO WSGiftCount
           END-WRITE
           READ OldGiftFile
              AT END SET WSEOF TO TRUE
           END-READ.

       ConvertHistoryFile.
           OPEN INPUT OldHistFile
           IF NOT WSOldHistOK
              DISPLAY "NOTE: GiftHist.old NOT ON FILE - NO GIFT "
                 "HISTORY CONVERTED."
           ELSE
              OPEN OUTPUT HistFile
              IF NOT WSHistFileOK
                 DISPLAY "CANNOT OPEN GiftHist.dat FOR OUTPUT - "
                    "FILE STATUS " WSHistStatus
                 CLOSE OldHistFile
              ELSE
                 MOVE 'N' TO WSEOFSwitch
                 READ OldHistFile
                    AT END SET WSEOF TO TRUE
                 END-READ
                 PERFORM ConvertHistGift UNTIL WSEOF
                 CLOSE OldHistFile, HistFile
                 DISPLAY WSHistCount " HISTORY RECORD(S) CONVERTED "
                    "TO GiftHist.dat."
              END-IF
           END-IF.

       ConvertHistGift.
           MOVE SPACES            TO HistRecord
           MOVE OldHistDonorID    TO HistDonorID
           MOVE OldHistGiftDate   TO HistGiftDate
           MOVE OldHistSeqNum     TO HistSeqNum
           MOVE OldHistAmount     TO HistAmount
           MOVE OldHistFundCode   TO HistFundCode
           MOVE OldHistAppealCode TO HistAppealCode
           MOVE OldHistAckFlag    TO HistAckFlag
           MOVE OldHistAckDate    TO HistAckDate
           MOVE ZERO              TO HistBatchID
           WRITE HistRecord
              INVALID KEY
                 ADD 1 TO WSSkipCount
              NOT INVALID KEY
                 ADD 1 TO WSHistCount
           END-WRITE
           READ OldHistFile
              AT END SET WSEOF TO TRUE
           END-READ.
