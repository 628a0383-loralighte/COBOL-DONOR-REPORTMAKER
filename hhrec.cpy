      *****************************************************************
      * Copybook name:   hhrec.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: household master on the indexed
      *                  file Households.dat, maintained through the
      *                  DONORMAINT (H)OUSEHOLD action. Donors point
      *                  here through CustHouseholdID on custrec.cpy.
      *                  HHSalutation is how the household is
      *                  addressed ("Mr. and Mrs. Lopez"). HHHeadID is
      *                  the member whose Customer.dat address is the
      *                  household address of record - MAILLABELS
      *                  prints the one household label at that
      *                  member, YEARSTMT mails the combined statement
      *                  there, and TOPDONORS/LAPSERPT report the
      *                  household under that member. HHID runs
      *                  0001-9999 to fit CustHouseholdID.
      *
      *****************************************************************
       01 HouseholdRecord.
           02 HHID           PIC 9(04).
           02 HHSalutation   PIC X(40).
           02 HHHeadID       PIC 9(05).
           02 HHCreateDate   PIC 9(08).
           02 FILLER         PIC X(20).
