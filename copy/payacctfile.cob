      *----------------------------------------------------------------
      *  PAYACCTFILE  -  record layout for payacct-file
      *  (kozukaipayacct.dat), the payment-account master: one row
      *  per place the household's money actually sits - the wallet,
      *  each bank account, a prepaid card, a credit card - that a
      *  ledger row can name in waccount.  A closed account keeps its
      *  row so old postings still resolve, but takes no new ones.
      *  Maintained by kozukaipayacctadmin.cob.
      *----------------------------------------------------------------
       01 payacct-rec.
          02 pacct-code        pic x(04).
          02 pacct-name        pic x(20).
          02 pacct-type        pic x(01).
             88 pacct-cash        value 'C'.
             88 pacct-bank        value 'B'.
             88 pacct-prepaid     value 'P'.
             88 pacct-card        value 'K'.
             88 pacct-type-valid  value 'C' 'B' 'P' 'K'.
          02 pacct-status      pic x(01).
             88 pacct-open        value 'O' ' '.
             88 pacct-closed      value 'X'.
          02 pacct-updated     pic x(14).
