      *                  file must be rebuilt once to gain the
      *                  alternate index: run CUSTBKUP, then
      *                  CUSTRELOAD from that backup.
      * 10/15/26 TMB      Added CustEmployerID from the reserved
      *                  FILLER: the IDNum of the donor's employer on
      *                  the matching-gift employer master
      *                  Employers.dat (see emplrec.cpy), set through
      *                  the DONORMAINT (E)MPLOYER action, so
      *                  MATCHCLAIM can claim the company match on the
      *                  donor's gifts. Alphanumeric so that existing
      *                  records, whose bytes are spaces, read as no
      *                  employer - no conversion.
      * 10/15/26 TMB      Added CustHouseholdID from the last of the
      *                  reserved FILLER: the number of the household
      *                  on Households.dat (see hhrec.cpy) the donor
      *                  is linked into through the DONORMAINT
      *                  (H)OUSEHOLD action, so spouses get one label,
      *                  one letter and a combined statement. Four
      *                  bytes, so household numbers run 0001-9999;
      *                  CustHouseholdNum is the numeric view used to
      *                  subscript household tables. Spaces (existing
      *                  records) read as no household - no
      *                  conversion. The reserved FILLER is now used
      *                  up; the next field needs a file conversion.
      *
      *****************************************************************
       01 CustomerData.
              88 DonorDeceased  VALUE 'D'.
              88 DonorNoMail    VALUE 'N'.
              88 DonorAnonymous VALUE 'A'.
           02 CustEmployerID PIC X(05).
              88 CustNoEmployer VALUE SPACES.
           02 CustHouseholdID PIC X(04).
              88 CustNoHousehold VALUE SPACES.
           02 CustHouseholdNum REDEFINES CustHouseholdID PIC 9(04).
