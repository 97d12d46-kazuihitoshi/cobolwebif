      *----------------------------------------------------------------
      *  PAYABLEFILE  -  record layout for payable-file
      *  (kozukaipayable.dat), the bills-payable register: tax
      *  notices, school fees and utility bills keyed when the paper
      *  arrives, before any money moves.  kozukaipayableadmin.cob
      *  maintains it and its 支払 action posts the OUT row through
      *  the normal add gates, stamping the bill paid with the
      *  posted ledger key; kozukaipaydue.cob lists the open bills
      *  overdue or due within the week every night.
      *----------------------------------------------------------------
       01 payable-rec.
          02 pay-id            pic 9(06).
          02 pay-payee         pic x(30).
          02 pay-money         pic s9(09).
          02 pay-due-date      pic x(08).
          02 pay-category      pic x(20).
          02 pay-member        pic x(20).
      *   pay-account  -  the payment account the bill will be paid
      *   from; space takes KOZUKAI_DEFAULT_ACCOUNT at payment time
          02 pay-account       pic x(04).
          02 pay-status        pic x(01).
             88 pay-is-open       value 'O' ' '.
             88 pay-is-paid       value 'P'.
          02 pay-paid-date     pic x(08).
          02 pay-posted-key    pic x(11).
          02 pay-updated       pic x(14).
