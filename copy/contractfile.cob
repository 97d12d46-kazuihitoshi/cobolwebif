      *----------------------------------------------------------------
      *  CONTRACTFILE  -  record layout for contract-file
      *  (kozukaicontract.dat), the register of insurance policies,
      *  mobile contracts, rental agreements and subscriptions that
      *  renew on a date unless notice is given first.
      *  kozukaicontract.cob maintains it; kozukairenewal.cob
      *  posts a reminder into the household chat room every night
      *  a notice window opens, and kozukaicontractrpt.cob sets the
      *  year's premiums by category against the ledger's charges.
      *----------------------------------------------------------------
       01 contract-rec.
          02 ctr-id             pic 9(06).
          02 ctr-name           pic x(30).
          02 ctr-kind           pic x(01).
             88 ctr-kind-insurance    value 'I'.
             88 ctr-kind-mobile       value 'M'.
             88 ctr-kind-rental       value 'R'.
             88 ctr-kind-subscription value 'S'.
             88 ctr-kind-other        value 'O'.
             88 ctr-kind-valid        value 'I' 'M' 'R' 'S' 'O'.
          02 ctr-counterparty   pic x(30).
      *   ctr-category  -  the ledger category the premium is posted
      *   under, what the annual report checks it against
          02 ctr-category       pic x(20).
      *   ctr-premium  -  yen per billing cycle (ctr-cycle: monthly,
      *   quarterly, half-yearly or yearly)
          02 ctr-premium        pic s9(09).
          02 ctr-cycle          pic x(01).
             88 ctr-cycle-monthly     value 'M'.
             88 ctr-cycle-quarterly   value 'Q'.
             88 ctr-cycle-half        value 'H'.
             88 ctr-cycle-yearly      value 'Y'.
             88 ctr-cycle-valid       value 'M' 'Q' 'H' 'Y'.
          02 ctr-start-date     pic x(08).
      *   ctr-renewal-date/ctr-term-months  -  the next date the
      *   contract renews (or lapses) and the term it renews for;
      *   a renewal passed without a cancellation moves the date on
      *   by the term
          02 ctr-renewal-date   pic x(08).
          02 ctr-term-months    pic 9(03).
      *   ctr-notice-days  -  how many days before the renewal
      *   date a cancellation must be given
          02 ctr-notice-days    pic 9(03).
          02 ctr-status         pic x(01).
             88 ctr-active            value 'A' ' '.
             88 ctr-cancelled         value 'C'.
          02 ctr-end-date       pic x(08).
      *   ctr-reminded-date  -  the renewal date the last reminder
      *   was posted for, so each window is announced once
          02 ctr-reminded-date  pic x(08).
          02 ctr-user           pic x(20).
          02 ctr-updated        pic x(14).
