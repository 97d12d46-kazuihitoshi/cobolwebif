      *----------------------------------------------------------------
      *  CASHCOUNTFILE  -  record layout for cash-count-file
      *  (kozukaicashcount.dat): one row per count of the household
      *  cash box, keyed by when it was keyed.  The pieces of each
      *  denomination as counted (10000 yen note down to the 1 yen
      *  coin, the order of the screen), the total they make, the
      *  ledger's balance for the cash account on the count date and
      *  the difference, plus the ledger key of the adjustment row
      *  when the difference was posted.  Written by
      *  kozukaicashcount.cob; the history it keeps is how the drift
      *  of the wallet is followed month to month.
      *----------------------------------------------------------------
       01 cash-count-rec.
          02 ccnt-key.
             03 ccnt-stamp-date pic x(08).
             03 ccnt-stamp-time pic x(06).
          02 ccnt-date         pic x(08).
          02 ccnt-account      pic x(04).
          02 ccnt-pieces       pic 9(05) occurs 10.
          02 ccnt-counted      pic s9(10).
          02 ccnt-ledger       pic s9(10).
          02 ccnt-difference   pic s9(10).
          02 ccnt-adjust-key   pic x(11).
          02 ccnt-reason       pic x(04).
          02 ccnt-user         pic x(20).
