      *****************************************************************
      * Copybook name:   signlog.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: one line appended to SignOn.log for
      *                  every refused sign-on (unknown ID, wrong
      *                  password, revoked operator, role not allowed
      *                  to run the program) and every action refused
      *                  to a signed-on operator by role, plus the
      *                  operator changes made through OPERMAINT, so
      *                  the auditors can see who tried what. The
      *                  operator ID is the one keyed, whether or not
      *                  it is on Operators.dat (see oprrec.cpy).
      *
      *****************************************************************
       01 SignOnLogRecord.
           02 SignLogProgram  PIC X(11).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SignLogOperID   PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SignLogReason   PIC X(40).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SignLogDate     PIC 9(8).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SignLogTime     PIC 9(8).
