      *                  as before. Every run appends a one-line
      *                  result record to BatchRun.log (see
      *                  runlog.cpy) for the morning check.
      * 10/15/26 TMB      Gift reversals export with a leading minus
      *                  on DonationAmnt and the CONTROL line total
      *                  (now signed) nets them against the gifts
      *                  they reverse, so the general ledger sees a
      *                  bounced check as a reduction in the period
      *                  it was reversed. The minus is written only
      *                  on a negative amount; positive amounts export
      *                  exactly as before, with no sign position.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CSVEXPORT.
           02 FILLER PIC X(25) VALUE
              ",DonationDate,DonorStatus".
       01 CSVDetailAmt PIC 9(5).99.
       01 CSVDetailSign PIC X(01) VALUE SPACE.
       01 WSFNLen      PIC 99 VALUE ZERO.
       01 WSLNLen      PIC 99 VALUE ZERO.
       01 WSFromInput  PIC X(08).
       01 WSDateSwitch PIC X(01) VALUE 'N'.
           88 WSDateOK     VALUE 'Y'.
       01 WSPeriodCount PIC 9(05) VALUE ZERO.
       01 WSPeriodAmt   PIC S9(07)V99 VALUE ZERO.
       01 CSVControlAmt PIC 9(7).99.
       01 CSVControlSign PIC X(01) VALUE SPACE.
       01 WSParmStatus  PIC X(02) VALUE '00'.
           88 WSParmFileOK    VALUE '00'.
       01 WSRunLogStatus PIC X(02) VALUE '00'.
              END-IF
           END-IF.

      * A space sign is delimited away, so only a negative total
      * gains a character.
       WriteControlLine.
           MOVE WSPeriodAmt TO CSVControlAmt
           IF WSPeriodAmt < ZERO
              MOVE "-" TO CSVControlSign
           ELSE
              MOVE SPACE TO CSVControlSign
           END-IF
           MOVE SPACES TO CSVLine
           STRING "CONTROL,"     DELIMITED SIZE
                  WSFromDate     DELIMITED SIZE
                  ","            DELIMITED SIZE
                  WSPeriodCount  DELIMITED SIZE
                  ","            DELIMITED SIZE
                  CSVControlSign DELIMITED SPACE
                  CSVControlAmt  DELIMITED SIZE
                  INTO CSVLine
           END-STRING
       WriteSelectedGift.
           PERFORM LookUpDonorName
           MOVE GiftAmount TO CSVDetailAmt
           IF GiftAmount < ZERO
              MOVE "-" TO CSVDetailSign
           ELSE
              MOVE SPACE TO CSVDetailSign
           END-IF
           MOVE 15 TO WSFNLen
           PERFORM TrimFirstNameLen UNTIL WSFNLen = 0
              OR FirstName(WSFNLen:1) NOT = SPACE
                  ","                      DELIMITED SIZE
                  LastName(1:WSLNLen)      DELIMITED SIZE
                  ","                      DELIMITED SIZE
                  CSVDetailSign            DELIMITED SPACE
                  CSVDetailAmt             DELIMITED SIZE
                  ","                      DELIMITED SIZE
                  GiftFundCode             DELIMITED SIZE
