      *****************************************************************
      * Copybook name:   emplrec.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: matching-gift employer master on the
      *                  indexed file Employers.dat, maintained through
      *                  EMPMAINT. Keyed on EmpID, which IS the
      *                  company's own IDNum on Customer.dat - the
      *                  company's matching checks post as gifts under
      *                  that donor record. EmpRatio is what the
      *                  company gives per dollar an employee gives
      *                  (1.00 dollar for dollar, 0.50 half, 2.00
      *                  double). EmpMinGift is the smallest employee
      *                  gift the company will match and EmpMaxMatch
      *                  the most it will match for one employee in a
      *                  calendar year (zero = no cap). EmpFund lists
      *                  up to five fund codes the program covers; all
      *                  blank means every fund is eligible. An
      *                  inactive employer stays on file for the
      *                  claims already made but takes no new claims.
      *                  Employees point here through CustEmployerID
      *                  on custrec.cpy; MATCHCLAIM writes the claims
      *                  (see claimrec.cpy).
      *
      *****************************************************************
       01 EmployerRecord.
           02 EmpID          PIC 9(05).
           02 EmpName        PIC X(30).
           02 EmpRatio       PIC 9(01)V99.
           02 EmpMinGift     PIC 9(05)V99.
           02 EmpMaxMatch    PIC 9(05)V99.
           02 EmpFundTable.
              03 EmpFund     PIC X(04) OCCURS 5 TIMES.
           02 EmpStatus      PIC X(01).
              88 EmpActive       VALUE 'A'.
              88 EmpInactive     VALUE 'I'.
           02 FILLER         PIC X(20).
