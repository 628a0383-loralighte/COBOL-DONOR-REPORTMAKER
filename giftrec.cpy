      *                  already spaces, which read as unacknowledged,
      *                  so the first LETTERS run after this change
      *                  prints (and marks) the whole backlog once.
      * 10/15/26 TMB      Added GiftBatchID - the deposit batch the
      *                  gift was keyed or imported under (see
      *                  batchrec.cpy; zero for gifts that predate
      *                  deposit batches and for SCHEDRUN's recurring
      *                  card charges, which settle outside the
      *                  deposit) - and GiftCheckNum, the donor's
      *                  check number on a check batch, so DEPOSITRPT
      *                  can tie every gift back to the deposit slip.
      *                  Also added a new FILLER reserved for
      *                  expansion so the next field does not force
      *                  another file conversion. Run BATCHCONV once
      *                  to carry an existing Gifts.dat forward to the
      *                  widened layout.
      * 10/15/26 TMB      Gift reversals for bounced checks and card
      *                  chargebacks. GiftAmount is now signed (same
      *                  seven bytes - existing amounts read as
      *                  positive, no conversion): a reversal is a
      *                  NEGATIVE gift under the same donor, dated in
      *                  the current open period and posted through
      *                  the DONORMAINT (R)EVERSE gift action, so
      *                  every report that totals GiftAmount nets it
      *                  out. The first bytes of the reserved FILLER
      *                  are now the reversal flag (space = normal
      *                  gift, R = original gift that has been
      *                  reversed, V = the reversal entry itself),
      *                  the reversal reason (B bounced check, C
      *                  chargeback) and GiftRevKey, which links the
      *                  pair both ways - on the reversal it is the
      *                  original gift's key, on the original it is
      *                  the reversal's key. Existing records need no
      *                  conversion - the bytes are already spaces,
      *                  which read as a normal gift.
      * 10/15/26 TMB      Added GiftTribType from the reserved FILLER:
      *                  M for a gift made in memory of someone, H for
      *                  one made in honor of someone, space for an
      *                  ordinary gift. The honoree and the person to
      *                  notify are too long for the FILLER and live
      *                  on the tribute file Tributes.dat under the
      *                  same key (see tribrec.cpy). Existing records
      *                  need no conversion - the byte is already a
      *                  space.
      * 10/15/26 TMB      Added GiftMatchFlag from the reserved FILLER:
      *                  M marks a matching-gift check from an
      *                  employer, posted by MATCHPOST under the
      *                  company's own donor record; the employee
      *                  gifts it matches point at it from
      *                  MatchClaims.dat (see claimrec.cpy). MATCHCLAIM
      *                  never claims a match on a match. No
      *                  conversion - the byte is already a space.
      * 10/15/26 TMB      Gift type and quid-pro-quo benefit value,
      *                  carved from the reserved FILLER so the
      *                  receipts can say what the IRS requires.
      *                  GiftType is C (or space) cash/check, S stock,
      *                  K in-kind goods, Q event or other
      *                  quid-pro-quo payment (gala ticket, auction
      *                  item). GiftBenefitAmt is the fair-market
      *                  value of the goods or services the donor got
      *                  back - the deductible part of the gift is
      *                  GiftAmount less this - and GiftDescription
      *                  describes the shares or goods on a non-cash
      *                  gift. GiftDisclFlag is set by LETTERS when a
      *                  receipt carrying the quid-pro-quo disclosure
      *                  is printed; DISCLRPT lists the gifts over $75
      *                  with a benefit that still have none. No
      *                  conversion - the bytes are already spaces,
      *                  which read as a cash gift with no benefit
      *                  (test GiftNoBenefit before using the amount).
      *
      *****************************************************************
       01 GiftRecord.
           02 GiftKey.
              03 GiftDonorID PIC 9(5).
              03 GiftSeqNum  PIC 9(3).
           02 GiftAmount     PIC S9(5)V99.
           02 GiftFundCode   PIC X(04).
           02 GiftDate.
              03 GiftYear    PIC 9(4).
              88 GiftAcknowledged   VALUE 'Y'.
              88 GiftUnacknowledged VALUE SPACE.
           02 GiftAckDate    PIC X(08).
           02 GiftBatchID    PIC 9(05).
           02 GiftCheckNum   PIC X(10).
           02 GiftRevFlag    PIC X(01).
              88 GiftNotReversed    VALUE SPACE.
              88 GiftReversed       VALUE 'R'.
              88 GiftIsReversal     VALUE 'V'.
           02 GiftRevReason  PIC X(01).
              88 GiftRevBounced     VALUE 'B'.
              88 GiftRevChargeback  VALUE 'C'.
           02 GiftRevKey.
              03 GiftRevDonorID PIC 9(5).
              03 GiftRevSeqNum  PIC 9(3).
           02 GiftTribType   PIC X(01).
              88 GiftNoTribute      VALUE SPACE.
              88 GiftTribMemorial   VALUE 'M'.
              88 GiftTribHonor      VALUE 'H'.
           02 GiftMatchFlag  PIC X(01).
              88 GiftNotMatch       VALUE SPACE.
              88 GiftIsMatch        VALUE 'M'.
           02 GiftType       PIC X(01).
              88 GiftTypeCash       VALUE SPACE 'C'.
              88 GiftTypeStock      VALUE 'S'.
              88 GiftTypeInKind     VALUE 'K'.
              88 GiftTypeEvent      VALUE 'Q'.
              88 GiftTypeNonCash    VALUE 'S' 'K'.
           02 GiftBenefitAmt PIC 9(05)V99.
           02 GiftBenefitX   REDEFINES GiftBenefitAmt PIC X(07).
              88 GiftNoBenefit      VALUE SPACES ZEROS.
           02 GiftDescription PIC X(30).
           02 GiftDisclFlag  PIC X(01).
              88 GiftDisclosed      VALUE 'Y'.
              88 GiftNotDisclosed   VALUE SPACE.
           02 FILLER         PIC X(09).
