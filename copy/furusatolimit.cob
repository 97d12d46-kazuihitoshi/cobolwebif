      *----------------------------------------------------------------
      *  FURUSATOLIMIT  -  parameter area for
      *  kozukaifurusatolimit.cob, the ふるさと納税
      *  deductible-limit estimate.  The caller sets fsl-income to
      *  the donor's income for the year as the ledger saw it
      *  (take-home IN rows); the subprogram returns the gross pay
      *  that implies, the resident-tax taxable income, the
      *  marginal income-tax rate and the estimated limit - the
      *  donation total up to which everything but the 2,000 yen
      *  self-burden comes back.  When the donor has payslips on
      *  file for the year the caller sets fsl-slip-gross (taxable
      *  gross, the non-taxable allowance out) and fsl-slip-social
      *  from them instead, and the estimate starts from those;
      *  fsl-basis says which it used, S slips or L the ledger.
      *----------------------------------------------------------------
       01 furusato-limit-area.
          02 fsl-income         pic s9(11).
          02 fsl-net-pct        pic 9(03).
          02 fsl-gross          pic s9(11).
          02 fsl-taxable        pic s9(11).
          02 fsl-rate           pic 9(02).
          02 fsl-limit          pic s9(09).
          02 fsl-slip-gross     pic s9(11).
          02 fsl-slip-social    pic s9(11).
          02 fsl-basis          pic x(01).
             88 fsl-from-slips     value 'S'.
             88 fsl-from-ledger    value 'L'.
