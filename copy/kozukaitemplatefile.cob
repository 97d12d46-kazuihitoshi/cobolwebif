          02 tmpl-paused         pic x(01).
             88 tmpl-is-paused       value 'Y'.
             88 tmpl-not-paused      value 'N' ' '.
      *   tmpl-account  -  the payment account the generated row
      *   moves through (the bank account a rent or utility debit
      *   leaves); space leaves the row on the default account
          02 tmpl-account        pic x(04).
      *   tmpl-loan  -  the terms of the loan a repayment template
      *   was registered for by kozukailoancalc.cob (principal,
      *   annual rate, term in months, 'F' flat or 'D' declining,
      *   and the month of the first repayment), from which
      *   kozukainetworth.cob rolls the principal still owed; space
      *   on every template that is not a loan repayment
          02 tmpl-loan.
             03 tmpl-loan-principal pic 9(09).
             03 tmpl-loan-rate      pic 9(03)v99.
             03 tmpl-loan-term      pic 9(03).
             03 tmpl-loan-method    pic x(01).
             03 tmpl-loan-first-ym  pic x(06).
