         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
      *  an admin's reason for posting a row into a frozen category
         02 filler pic x(15) value 'FREEZEOVR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfreeze-reason  pic x(40) value space.
         02 filler pic x value low-value.
      *  tick marks: the stg-seq values of the rows to accept on a
      *  登録, the same array-of-keys shape the delete screen uses
         02 accept-array    pic x(06) occurs 20 value space.
               04 gtbl-money    pic -z(9)9.
               04 gtbl-note     pic x(40).
               04 gtbl-member   pic x(20).
               04 gtbl-dup      pic x(11).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy payeematch.

       copy datecheck.

       copy freezecheck.

       77 rc                 pic s9(10) binary.
       01 stage-file-fs      pic 9(2).
       01 kozukai-file-fs    pic 9(2).

       01 wclosed-ym         pic x(06) value space.
       01 wmoney-max         pic s9(09) value 1000000.
       01 wseq-sec           pic 9(04) value zero.
       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
        88 posted-not-ok        value 'N'.
       01 wposted-disp       pic z9.
       01 wfailed-disp       pic z9.
       01 wrow-err           pic x value 'N'.
       01 wfrozen-count      pic 9(02) value zero.
       01 wfrozen-disp       pic z9.
       01 freeze-override-flag pic x value 'N'.
        88 freeze-overridden    value 'Y'.
        88 freeze-not-overridden value 'N'.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
           when other
             set lc-lock-share to true
          end-evaluate.
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
       POST-TICKED-ROWS section.
             move zero to wposted-count
             move zero to wfailed-count
             move zero to wfrozen-count
             perform GET-CLOSED-PERIOD
             perform LOAD-RATE-TABLE
             open i-o stage-file

             move wposted-count to wposted-disp
             move wfailed-count to wfailed-disp
             if wfrozen-count > zero
               move wfrozen-count to wfrozen-disp
               string wposted-disp delimited size
                      '件登録 '    delimited size
                      wfailed-disp delimited size
                      '件エラー(凍結中 ' delimited size
                      wfrozen-disp delimited size
                      '件)'         delimited size
                 into werrmsg of webif-rec
               end-string
             else
               string wposted-disp delimited size
                      '件登録 '    delimited size
                      wfailed-disp delimited size
                      '件エラー'  delimited size
                 into werrmsg of webif-rec
               end-string
             end-if.
       POST-TICKED-ROWS-EXIT.
             exit.

               go to POST-ONE-STAGED-EXIT
             end-if

      *      an OUT into a frozen category (or under a frozen parent)
      *      stays staged unless an admin gave a reason to override
             set freeze-not-overridden to true
             if stg-inorout = '2'
               move 'category.dat' to fzc-category-file
               move stg-category to fzc-category
               move stg-date to fzc-date
               call 'kozukaifreezecheck' using freeze-check-area
               if fzc-frozen
                 if wlogin-role = 'admin'
                    and wfreeze-reason of webif-rec not = space
                   set freeze-overridden to true
                 else
                   add 1 to wfailed-count
                   add 1 to wfrozen-count
                   go to POST-ONE-STAGED-EXIT
                 end-if
               end-if
             end-if

             set posted-not-ok to true
             open i-o kozukai-file
             if kozukai-file-fs not = zero
             if wcurrency of kozukai-rec = space
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             move stg-account  to waccount  of kozukai-rec
             perform RESOLVE-PAYEE

             if stg-seq-text numeric
               move stg-seq-text to wdate-sec of kozukai-rec
               end-write
             end-if
             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or posted-ok
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE

             if freeze-overridden
               move 'FRZOVR' to audit-operation
               move wcategory of kozukai-rec to audit-before-category
               move in-or-out of kozukai-rec to audit-before-inorout
               move money     of kozukai-rec to audit-before-money
               move note      of kozukai-rec to audit-before-note
               move space to audit-before-detail
               string fzc-frozen-category delimited size
                      ' '                 delimited size
                      fzc-to-date         delimited size
                      ' '                 delimited size
                      fzc-reason          delimited size
                 into audit-before-detail
               end-string
               move space to audit-after-detail
               string wusername of webif-rec delimited size
                      ' '                    delimited size
                      wfreeze-reason of webif-rec
                                             delimited size
                 into audit-after-detail
               end-string
               perform AUDIT-WRITE
               move space to audit-before-detail
               move space to audit-after-detail
             end-if

             if in-or-out of kozukai-rec = '2'
               perform ADJUST-TOTALS
             end-if
       ADJUST-TOTALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RESOLVE-PAYEE  -  settle wpayee of the row about to be
      *  written: a code already there stands, a blank one is read
      *  off the row's note by the alias patterns (and stays blank
      *  when none matches)
      *----------------------------------------------------------------
       RESOLVE-PAYEE section.
             move note of kozukai-rec to pym-note
             move wpayee of kozukai-rec to pym-payee
             call 'kozukaipayeematch' using payee-match-area
             if pym-matched
               move pym-payee to wpayee of kozukai-rec
             else
               move space to wpayee of kozukai-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
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
