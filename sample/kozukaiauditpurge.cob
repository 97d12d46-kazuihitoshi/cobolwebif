        88 purge-ok             value 'Y'.
        88 purge-not-ok         value 'N'.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
      *----------------------------------------------------------------
       GET-KEEP-MONTHS section.
             move 12 to wkeep-months
             move 'KOZUKAI_AUDIT_KEEP_MONTHS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-keepmonths
             if wenv-keepmonths not = space
                and wenv-keepmonths is numeric then
               move wenv-keepmonths to wkeep-months
