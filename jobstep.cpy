      *****************************************************************
      * Copybook name:   jobstep.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: one step of the nightly job-stream
      *                  definition JobStream.def read by JOBSTREAM,
      *                  one line per step in the order they run. A
      *                  line with * in column 1 is a comment.
      *                    JobStepProgram - the name the step writes
      *                      to BatchRun.log (see runlog.cpy)
      *                    JobStepCond - when the step runs:
      *                      A or blank every night
      *                      F only when the stream date is the
      *                        first of the month
      *                      R only when the last BatchRun.log line
      *                        this stream from JobCondProgram ended
      *                        NORMAL with selections JobCondParms
      *                    JobStepParmFile - the step's .parm file;
      *                      the stream stops before the step if it
      *                      is missing, rather than leave the step
      *                      waiting at a prompt (blank if none)
      *                    JobStepCommand - the command that runs it
      *                  The usual nightly definition:
      *                    GIFTIMPORT A ... GiftImport.parm
      *                    SCHEDRUN   F ... SchedRun.parm
      *                    RECONCILE  A ... Reconcile.parm
      *                    CUSTBKUP   R RECONCILE IN BALANCE
      *                                 ... CustBkup.parm
      *                    REPORT     A ... Report.parm
      *                    CSVEXPORT  A ... CsvExport.parm
      *
      *****************************************************************
       01 JobStepRecord.
           02 JobStepProgram  PIC X(10).
           02 FILLER          PIC X(01).
           02 JobStepCond     PIC X(01).
               88 JobCondAlways    VALUE 'A' ' '.
               88 JobCondFirstDay  VALUE 'F'.
               88 JobCondResult    VALUE 'R'.
           02 FILLER          PIC X(01).
           02 JobCondProgram  PIC X(10).
           02 FILLER          PIC X(01).
           02 JobCondParms    PIC X(20).
           02 FILLER          PIC X(01).
           02 JobStepParmFile PIC X(20).
           02 FILLER          PIC X(01).
           02 JobStepCommand  PIC X(60).
