
       copy web-lock.

       copy maintcheck.

       77 rc                 pic s9(10) binary.
       01 settlement-file-fs pic 9(2).
       01 kozukai-file-fs    pic 9(2).

      *  staleness flagging: unpaid lines older than the warn window
      *  are this screen's exception list
       01 wenv-warndays      pic x(03) value space.
       01 wwarn-days         pic 9(04) value 7.
       01 wnow-int           pic 9(09) value zero.
       01 wrun-int           pic 9(09) value zero.
      *  pair-posting working fields, the TRANSFER-PROC shape: the
      *  second write failing deletes the first again
       01 wpay-amount        pic s9(10) value zero.
       01 wseq-sec           pic 9(04) value zero.
       01 wout-key           pic x(11) value space.
       01 win-key            pic x(11) value space.
       01 out-posted-flag    pic x value 'N'.
        88 out-posted           value 'Y'.
        88 out-not-posted       value 'N'.
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          else
            set lc-lock-share to true
          end-if.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
             end-string

             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or out-posted
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
             end-string

             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or in-posted
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
      *----------------------------------------------------------------
       GET-WARN-DAYS section.
             move 7 to wwarn-days
             move 'KOZUKAI_SETTLE_WARN_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-warndays
             if wenv-warndays not = space
                and wenv-warndays is numeric then
               move wenv-warndays to wwarn-days
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             move wusername of webif-rec to audit-user
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  CHECK-MAINTENANCE  -  while the maintenance switch is on
      *  (kozukaimaintcheck.cob) a change is turned away before the
      *  lock is taken: the mode is dropped, so the request runs as
      *  a plain browse under a shared lock, and the banner goes out
      *  in place of any other message.  Browsing carries on, with
      *  the banner shown when there is nothing else to say.
      *----------------------------------------------------------------
       CHECK-MAINTENANCE section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on and lc-lock-exclusive
                and wmode of webif-rec not = space
               set mtc-refused to true
               move space to wmode of webif-rec
               set lc-lock-share to true
             end-if
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-MESSAGE  -  the message in the reader's language
      *  from the message catalog; Japanese, or text the catalog does
      *  not hold, goes out as it stands
      *----------------------------------------------------------------
       TRANSLATE-MESSAGE section.
             if werrmsg of webif-rec = space
               go to TRANSLATE-MESSAGE-EXIT
             end-if
             move space to mc-user
             set mc-by-text to true
             move werrmsg of webif-rec to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of webif-rec.
       TRANSLATE-MESSAGE-EXIT.
             exit.
