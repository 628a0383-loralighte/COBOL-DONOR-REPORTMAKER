      *                  shows ABNORMAL when the verify found errors,
      *                  so a bad backup stands out in the morning
      *                  check.
      * 10/15/26 TMB      Gift backup record widened from 40 to 115
      *                  bytes to match the giftrec.cpy layout now
      *                  that gifts carry the deposit batch, check
      *                  number and a new reserved filler. Backups
      *                  taken before this change reload only through
      *                  BATCHCONV.
      * 10/15/26 TMB      The unloaded gift total is signed, since a
      *                  gift reversal carries a negative amount, so
      *                  it still balances against the netted report
      *                  TOTAL DONATIONS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTBKUP.
       FD CustBackupFile.
       01 CustBackupData PIC X(102).
       FD GiftBackupFile.
       01 GiftBackupData PIC X(115).
       FD ParmFile.
       01 ParmRecord.
           02 ParmBkupDate  PIC X(08).
           88 WSDateOK        VALUE 'Y'.
       01 WSCustCount      PIC 9(05) VALUE ZERO.
       01 WSGiftCount      PIC 9(05) VALUE ZERO.
       01 WSGiftTotalAmt   PIC S9(07)V99 VALUE ZERO.
       01 WSErrorCount     PIC 9(05) VALUE ZERO.
       01 WSLastIDNum      PIC 9(05) VALUE ZERO.
       01 WSLastGiftKey    PIC 9(08) VALUE ZERO.
       01 WSFirstSwitch    PIC X(01) VALUE 'Y'.
           88 WSFirstRecord   VALUE 'Y'.
       01 WSDisplayAmt     PIC Z(6)9.99-.
       01 WSParmStatus     PIC X(02) VALUE '00'.
           88 WSParmFileOK    VALUE '00'.
       01 WSRunLogStatus   PIC X(02) VALUE '00'.
