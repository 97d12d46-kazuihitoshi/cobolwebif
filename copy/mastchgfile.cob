      *----------------------------------------------------------------
      *  MASTCHGFILE  -  record layout for mast-chg-file
      *  (kozukaimastchg.dat), the two-person queue for the master
      *  changes one admin may no longer make alone: a category
      *  delete (kozukaicatadmin.cob), a tax rate or an exchange rate
      *  posted (kozukaitaxadmin.cob, kozukairateadmin.cob), a role
      *  change on a credential (kozukaiacctreq.cob) and a 締め解除
      *  (kozukaiupdate.cob).  The screen the change is made on only
      *  parks it here; a second, different admin confirms or
      *  rejects it on kozukaimastapprove.cob, and only a confirmed
      *  row is applied.  Keyed by request timestamp plus a sequence
      *  so two requests in one second cannot collide.  Decided rows
      *  stay on file as the decision record.
      *----------------------------------------------------------------
       01 mast-chg-rec.
          02 mcq-key.
             03 mcq-stamp       pic x(14).
             03 mcq-seq         pic 9(02).
          02 mcq-kind           pic x(04).
             88 mcq-cat-delete     value 'CDEL'.
             88 mcq-tax-rate       value 'TAX '.
             88 mcq-fx-rate        value 'RATE'.
             88 mcq-role-change    value 'ROLE'.
             88 mcq-reopen         value 'OPEN'.
      *   mcq-target  -  what the change is made to: the category
      *   name, the tax class and effective-from date, the currency
      *   and effective-from date, the username, or the posting-
      *   period file of the ledger being reopened
          02 mcq-target         pic x(30).
          02 mcq-tax-target redefines mcq-target.
             03 mcqt-class      pic x(01).
             03 mcqt-from-date  pic x(08).
             03 filler          pic x(21).
          02 mcq-fx-target redefines mcq-target.
             03 mcqr-currency   pic x(03).
             03 mcqr-from-date  pic x(08).
             03 filler          pic x(19).
      *   mcq-value  -  the value the change sets, already checked
      *   and parsed on the screen that parked it: the percentage,
      *   the rate or the new role; space for a delete or reopen
          02 mcq-value          pic x(20).
          02 mcq-tax-value redefines mcq-value.
             03 mcqv-tax-pct    pic 9(02)v99.
             03 filler          pic x(16).
          02 mcq-fx-value redefines mcq-value.
             03 mcqv-fx-rate    pic 9(06)v99.
             03 filler          pic x(12).
          02 mcq-role-value redefines mcq-value.
             03 mcqv-role       pic x(06).
             03 filler          pic x(14).
      *   mcq-before  -  what the target held when the change was
      *   asked for (the old role, the closed month), for the
      *   confirming admin to see
          02 mcq-before         pic x(20).
          02 mcq-program        pic x(20).
          02 mcq-requested-by   pic x(20).
          02 mcq-status         pic x(01).
             88 mcq-is-pending     value 'P'.
             88 mcq-is-confirmed   value 'A'.
             88 mcq-is-rejected    value 'R'.
          02 mcq-decided-by     pic x(20).
          02 mcq-comment        pic x(40).
          02 mcq-updated        pic x(14).
