       01 wdisp2             pic -z(9)9.
       01 wdisp-pct          pic -zzz9.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          end-if.

          move 50 to wthresh-pct.
          move 'KOZUKAI_ANOMALY_PCT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-pct.
          if wenv-pct not = space and wenv-pct numeric
            move wenv-pct to wthresh-pct
          end-if.
      *----------------------------------------------------------------
      *  LOAD-PAIR-WINDOW  -  one ledger pass over the target month
      *  and the three prior months, counting each category/amount
      *  OUT pair per month; a charge refunded in full (the double
      *  already caught and sent back) no longer counts
      *----------------------------------------------------------------
       LOAD-PAIR-WINDOW section.
             open input kozukai-file
             perform until kozukai-eof = 'EOF'
               if in-or-out of kozukai-rec = '2'
                  and wreason-code of kozukai-rec = space
                  and wrefunded of kozukai-rec < money of kozukai-rec
                 perform varying m from 1 by 1 until m > 4
                   if wdate-rec of kozukai-rec (1:6)
                        = wym-slot (m)
