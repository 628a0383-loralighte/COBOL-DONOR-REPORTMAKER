      *                  every archived gift unique and clusters a
      *                  donor's history in date order, which is how
      *                  YEARSTMT wants it for a past-year statement.
      * 10/15/26 TMB      Added HistBatchID and HistCheckNum and the
      *                  same reserved FILLER as giftrec.cpy, so an
      *                  archived gift keeps its deposit batch and
      *                  check number and the two layouts stay in
      *                  step. Run BATCHCONV once to carry an
      *                  existing GiftHist.dat forward.
      * 10/15/26 TMB      HistAmount is now signed and the reversal
      *                  flag, reason and linked key are carried from
      *                  giftrec.cpy, so an archived reversal still
      *                  nets out of a past-year statement. No
      *                  conversion - same bytes as before.
      * 10/15/26 TMB      Added HistTribType, carried from GiftTribType
      *                  on giftrec.cpy, so an archived tribute gift
      *                  still points at its Tributes.dat record (see
      *                  tribrec.cpy). No conversion.
      * 10/15/26 TMB      Added HistMatchFlag, carried from
      *                  GiftMatchFlag on giftrec.cpy, so an archived
      *                  employer matching check is still marked as
      *                  one. No conversion.
      * 10/15/26 TMB      Added HistType, HistBenefitAmt,
      *                  HistDescription and HistDisclFlag, carried
      *                  from giftrec.cpy, so a past-year statement
      *                  still prints the deductible amount and the
      *                  IRS wording for each gift type. No
      *                  conversion - spaces read as a cash gift with
      *                  no benefit.
      *
      *****************************************************************
       01 HistRecord.
                 04 HistMonth PIC 9(2).
                 04 HistDay   PIC 9(2).
              03 HistSeqNum  PIC 9(3).
           02 HistAmount     PIC S9(5)V99.
           02 HistFundCode   PIC X(04).
           02 HistAppealCode PIC X(04).
           02 HistAckFlag    PIC X(01).
           02 HistAckDate    PIC X(08).
           02 HistBatchID    PIC 9(05).
           02 HistCheckNum   PIC X(10).
           02 HistRevFlag    PIC X(01).
              88 HistNotReversed    VALUE SPACE.
              88 HistReversed       VALUE 'R'.
              88 HistIsReversal     VALUE 'V'.
           02 HistRevReason  PIC X(01).
           02 HistRevKey.
              03 HistRevDonorID PIC 9(5).
              03 HistRevSeqNum  PIC 9(3).
           02 HistTribType   PIC X(01).
           02 HistMatchFlag  PIC X(01).
              88 HistIsMatch        VALUE 'M'.
           02 HistType       PIC X(01).
              88 HistTypeCash       VALUE SPACE 'C'.
              88 HistTypeStock      VALUE 'S'.
              88 HistTypeInKind     VALUE 'K'.
              88 HistTypeEvent      VALUE 'Q'.
              88 HistTypeNonCash    VALUE 'S' 'K'.
           02 HistBenefitAmt PIC 9(05)V99.
           02 HistBenefitX   REDEFINES HistBenefitAmt PIC X(07).
              88 HistNoBenefit      VALUE SPACES ZEROS.
           02 HistDescription PIC X(30).
           02 HistDisclFlag  PIC X(01).
              88 HistDisclosed      VALUE 'Y'.
           02 FILLER         PIC X(09).
