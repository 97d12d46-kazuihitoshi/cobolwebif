        88 kozukai-is-open      value 'Y'.
       01 wcur-code          pic x(03) value space.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
      *  and for keys that also exist in the live file
      *----------------------------------------------------------------
       CHECK-ARCHIVES section.
             move 'KOZUKAI_CHECK_YEARS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wyears-env
             move zero to wyear-count
             if wyears-env = space
               go to CHECK-ARCHIVES-EXIT
