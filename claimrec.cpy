      *****************************************************************
      * Copybook name:   claimrec.cpy
      * Original author: T. Brennan
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 TMB      Created: one record per employee gift claimed
      *                  from a matching-gift employer, on the indexed
      *                  file MatchClaims.dat. Keyed on the employee
      *                  gift - donor IDNum plus the GIFT DATE plus the
      *                  gift sequence, the same shape as the
      *                  GiftHist.dat key (see gifthist.cpy) so a
      *                  claim outlives the year-end archive - with
      *                  the employer (EmpID on emplrec.cpy) as an
      *                  alternate key so each company's claims read
      *                  together. MATCHCLAIM writes the claim as
      *                  PENDING with the match worked out from the
      *                  employer's ratio and limits, and lists every
      *                  pending claim by company. When the company's
      *                  check is posted through MATCHPOST the claim
      *                  goes to MATCHED and ClaimPaidKey/ClaimPaidDate
      *                  point at the company's gift under its own
      *                  donor record - one check may settle many
      *                  claims. A pending claim whose employee gift
      *                  is reversed is CANCELLED by the next
      *                  MATCHCLAIM run. DONORINQ shows matched claims
      *                  as the employee's soft credit.
      *
      *****************************************************************
       01 ClaimRecord.
           02 ClaimKey.
              03 ClaimDonorID  PIC 9(5).
              03 ClaimGiftDate PIC 9(8).
              03 ClaimSeqNum   PIC 9(3).
           02 ClaimEmpID       PIC 9(05).
           02 ClaimGiftAmt     PIC 9(05)V99.
           02 ClaimFundCode    PIC X(04).
           02 ClaimMatchAmt    PIC 9(05)V99.
           02 ClaimListDate    PIC 9(08).
           02 ClaimStatus      PIC X(01).
              88 ClaimPending      VALUE 'P'.
              88 ClaimMatched      VALUE 'M'.
              88 ClaimCancelled    VALUE 'X'.
           02 ClaimPaidKey.
              03 ClaimPaidDonorID PIC 9(5).
              03 ClaimPaidSeqNum  PIC 9(3).
           02 ClaimPaidDate    PIC 9(08).
           02 FILLER           PIC X(20).
