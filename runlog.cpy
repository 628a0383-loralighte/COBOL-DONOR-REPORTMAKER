      *                  (keyed or taken from the program's .parm
      *                  file), record count and total amount, NORMAL
      *                  or ABNORMAL end, and the run date and time.
      * 10/15/26 TMB      GIFTIMPORT, SCHEDRUN and RECONCILE now write
      *                  the record too, and the nightly job-stream
      *                  driver JOBSTREAM reads it back to decide
      *                  whether each step ended NORMAL before the
      *                  next one runs. RECONCILE puts its verdict IN
      *                  BALANCE or OUT OF BALANCE in RunLogParms.
      * 10/15/26 TMB      RunLogAmount now carries a sign - a leading
      *                  minus, or a space when the amount is positive.
      *                  A period whose reversals outweigh its gifts
      *                  now logs a negative total. RECONCILE's
      *                  difference logs as negative when the gift file
      *                  is short of the audit log. The field is one
      *                  byte wider, so the fields after it each move
      *                  one column to the right. Lines written before
      *                  this change are never picked up as step
      *                  results by JOBSTREAM, because their run stamps
      *                  do not read back as current.
      *
      *****************************************************************
       01 RunLogRecord.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RunLogCount     PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RunLogAmount    PIC -9(7).99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RunLogResult    PIC X(08).
               88 RunLogNormal    VALUE 'NORMAL'.
