      *  Batch job - regenerates the category-month totals file
      *  (kozukaitotals.dat) from scratch out of kozukai.dat, with
      *  each OUT entry converted to JPY at the rate in effect on its
      *  own date, less the refunds linked to it (an IN row carrying
      *  wrefund-of nets against its purchase's month).  Recovery
      *  tool for the incrementally-maintained file: run it whenever
      *  the totals are suspect, after a restore, or after a
      *  year-end close has removed a year of rows.  Held under
      *  kozukai_lock so the CGI cannot adjust totals mid-rebuild.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       01 wexch-best-date    pic x(08) value space.
       01 wexch-k            pic 9(03).
       01 wmoney-jpy         pic s9(10).
       01 wfold-ym           pic x(06).

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
      *     the rebuilt totals keep the rule every poster follows
            if in-or-out of kozukai-rec = '2'
               and wreason-code of kozukai-rec = space
              move wdate-rec of kozukai-rec (1:6) to wfold-ym
              perform FOLD-ROW-INTO-TOTALS
            end-if
            if in-or-out of kozukai-rec = '1'
               and wrefund-of of kozukai-rec not = space
               and wreason-code of kozukai-rec = space
              move wrefund-of of kozukai-rec (1:6) to wfold-ym
              perform FOLD-ROW-INTO-TOTALS
            end-if
            read kozukai-file next record

      *----------------------------------------------------------------
      *  FOLD-ROW-INTO-TOTALS  -  add the current OUT entry's JPY
      *  amount (a refund's, negated) into its category's totals row
      *  for month wfold-ym, creating the row on first touch
      *----------------------------------------------------------------
       FOLD-ROW-INTO-TOTALS section.
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = money of kozukai-rec * wexch-rate
             if in-or-out of kozukai-rec = '1'
               compute wmoney-jpy = zero - wmoney-jpy
             end-if
             move wcategory of kozukai-rec to tot-category
             move wfold-ym to tot-ym
             read totals-file
               invalid key
                 move wcategory of kozukai-rec to tot-category
                 move wfold-ym to tot-ym
                 move wmoney-jpy to tot-out-total
                 string wnow-date delimited size
                        wnow-time delimited size
