      *----------------------------------------------------------------
      *  PAYSLIPFILE  -  record layout for payslip-file
      *  (kozukaipayslip.dat): one row per payslip (給与明細), keyed
      *  by the member paid and the pay date.  The gross (総支給額,
      *  the non-taxable commuting allowance included, and held
      *  apart as well so the taxable pay can be found), each
      *  deduction as the slip shows it, and the net paid in, which
      *  is the gross less the deductions.  Registering a slip posts
      *  the net as an IN row; slip-ledger-key is that row's key.
      *  Maintained by kozukaipayslip.cob; kozukaipayslipyr.cob
      *  totals the year for the 源泉徴収票, and the ふるさと納税
      *  limit estimate reads the gross and social insurance from
      *  here when a donor has slips for the year.
      *----------------------------------------------------------------
       01 payslip-rec.
          02 slip-key.
             03 slip-member      pic x(20).
             03 slip-paydate     pic x(08).
          02 slip-kind           pic x(01).
             88 slip-is-salary     value 'S'.
             88 slip-is-bonus      value 'B'.
          02 slip-gross          pic s9(09).
          02 slip-nontaxable     pic s9(09).
          02 slip-income-tax     pic s9(09).
          02 slip-resident-tax   pic s9(09).
          02 slip-health         pic s9(09).
          02 slip-pension        pic s9(09).
          02 slip-employment     pic s9(09).
          02 slip-other          pic s9(09).
          02 slip-net            pic s9(09).
          02 slip-category       pic x(20).
          02 slip-account        pic x(04).
          02 slip-ledger-key     pic x(11).
          02 slip-note           pic x(40).
          02 slip-user           pic x(20).
          02 slip-updated        pic x(14).
