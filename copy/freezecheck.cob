      *----------------------------------------------------------------
      *  FREEZECHECK  -  parameter block for kozukaifreezecheck.cob.
      *  The caller fills in the category and date of an OUT about to
      *  post, and the category master the ledger uses; fzc-result
      *  says whether a freeze covers it, and when one does, the
      *  frozen category (the row's own or its parent), the freeze's
      *  last day and its reason come back for the message.
      *----------------------------------------------------------------
       01 freeze-check-area.
          02 fzc-category-file pic x(30).
          02 fzc-category      pic x(20).
          02 fzc-date          pic x(08).
          02 fzc-result        pic x(01).
             88 fzc-frozen        value 'Y'.
             88 fzc-clear         value 'N'.
          02 fzc-frozen-category pic x(20).
          02 fzc-to-date       pic x(08).
          02 fzc-reason        pic x(40).
