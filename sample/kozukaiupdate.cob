           organization is indexed access mode is random
           record key is rcpt-key
           file status is receipt-file-fs.
        select furusato-file assign to "kozukaifurusato.dat"
           organization is indexed access mode is random
           record key is fur-key
           file status is furusato-file-fs.
        select util-bill-file assign to "kozukaiutilbill.dat"
           organization is indexed access mode is random
           record key is ubill-key
           file status is util-bill-file-fs.
        select durable-file assign to "kozukaidurable.dat"
           organization is indexed access mode is random
           record key is dur-key
           file status is durable-file-fs.
        select rcpt-item-file assign to "kozukaircptitem.dat"
           organization is indexed access mode is dynamic
           record key is ritem-key
           file status is rcpt-item-file-fs.
        select perf-file assign to "kozukaiperf.txt"
           organization line sequential
           file status is perf-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is random
           record key is pacct-code
           file status is payacct-file-fs.
        select event-file assign to "kozukaievent.dat"
           organization is indexed access mode is random
           record key is evt-code
           file status is event-file-fs.
        select mast-chg-file assign to "kozukaimastchg.dat"
           organization is indexed access mode is random
           record key is mcq-key
           file status is mast-chg-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
          02 wtime    pic x(20).
          02 wdata    pic x(200).
          02 wdm-to   pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-history-file.
       copy chathistoryfile.
       fd receipt-file.
       copy receiptfile.

       fd rcpt-item-file.
       copy rcptitemfile.

       fd furusato-file.
       copy furusatofile.

       fd util-bill-file.
       copy utilbillfile.

       fd durable-file.
       copy durablefile.

       fd perf-file.
       copy perffile.

       fd payacct-file.
       copy payacctfile.

       fd event-file.
       copy eventfile.

       fd mast-chg-file.
       copy mastchgfile.

       WORKING-STORAGE SECTION.

       copy kozukaiwebif.

       copy web-lock.

       copy maintcheck.

       copy closecheck.

       copy ipcheck.

      *  second lock control block for locks taken while
      *  kozukai_lock is already held (the session store and the
      *  chat alert), so nesting cannot clobber the outer lock's
           03 wdata    pic x(200).
           03 wtime    pic x(20).
           03 wdm-to   pic x(30).
           03 wreply-name pic x(30).
           03 wreply-time pic x(20).
           03 wedit-flag  pic x(01).
       01 wenv-notifythresh   pic x(09) value space.
       01 wnow-date        pic x(08).
       01 wnow-time        pic x(06).
       01 kozukai-eof      pic x(3) value space.
       01 wsearch-key.
        02 wsearch-date-rec pic x(08).
        02 wsearch-date-sec pic 9(03).
       01 wprior-balance    pic s9(10).
       01 wpage-dir         pic x value space.
       01 wprecount         pic 9(10).
        88 slice-mode-off       value 'N'.
       01 wslice-j           pic 9(02) value zero.
       01 wslice-after       pic 9(05) value zero.
       01 wslice-prev-key    pic x(11) value space.

      *  family-budget working fields (see CHECK-FAMILY-BUDGET): a
      *  budget on a parent category caps the parent and all its
      *  fields, shown back for confirmation, then posted through
      *  the same gates a keyed 追加 runs
       01 wqk-ptr            pic 9(03) value 1.
       01 wqk-save-ptr       pic 9(03) value 1.
       01 wqk-token          pic x(60) value space.
       01 wqk-token-len      pic 9(03) value zero.
       01 wqk-line-len       pic 9(03) value zero.
      *  receipt register working fields (see RECEIPT-ATTACH-PROC /
      *  LOAD-RECEIPT-MARKS): the shoebox connected to its rows
       01 receipt-file-fs    pic 9(2).
       01 rcpt-item-file-fs  pic 9(2).
       01 rcpt-item-eof      pic x(3) value space.
       01 furusato-file-fs   pic 9(2).
       01 util-bill-file-fs  pic 9(2).
       01 durable-file-fs    pic 9(2).

      *  IOU working fields (see IOU-ADD-PROC / IOU-REPAY-PROC):
      *  the who-covered-whose-share ledger lives in nobody's
        88 iou-posted           value 'Y'.
        88 iou-not-posted       value 'N'.

      *  refund working fields (see REFUND-PROC / UNDO-REFUND-LINK):
      *  the purchase a refund reverses, captured before the refund
      *  row takes over the kozukai-rec area
       01 wrfd-orig-key      pic x(11) value space.
       01 wrfd-orig-ym       pic x(06) value space.
       01 wrfd-category      pic x(20) value space.
       01 wrfd-member        pic x(20) value space.
       01 wrfd-currency      pic x(03) value space.
       01 wrfd-tax-class     pic x(01) value space.
       01 wrfd-account       pic x(04) value space.
       01 wrfd-event         pic x(08) value space.
       01 wrfd-payee         pic x(08) value space.
       01 wrfd-note          pic x(40) value space.
       01 wrfd-money         pic s9(09) value zero.
       01 wrfd-remain        pic s9(10) value zero.
       01 wrfd-jpy           pic s9(10) value zero.
       01 wrfd-disp          pic -z(8)9.
       01 refund-posted-flag pic x value 'N'.
        88 refund-posted        value 'Y'.
        88 refund-not-posted    value 'N'.
       01 refund-lock-flag   pic x value 'N'.
        88 refund-locked        value 'Y'.
        88 refund-not-locked    value 'N'.

      *  payment-account working fields (see GET-DEFAULT-ACCOUNT /
      *  CHECK-ACCOUNT): the wallet, bank account or card a posting
      *  moved through.  A blank account on the form takes the
      *  household default (KOZUKAI_DEFAULT_ACCOUNT), and rows
      *  posted before accounts existed count as that account when
      *  the 参照 balance is narrowed to one account.
       01 payacct-file-fs    pic 9(2).
       77 wdefault-account   pic x(04) value space.
       77 wcheck-account     pic x(04) value space.
       77 wrow-account       pic x(04) value space.
       01 account-ok-flag    pic x value 'Y'.
        88 account-ok           value 'Y'.
        88 account-not-ok       value 'N'.
      *  event tag working fields (see CHECK-EVENT): the trip or
      *  wedding a posting belongs to, whatever its category
       01 event-file-fs      pic 9(2).
       77 wcheck-event       pic x(08) value space.
       01 event-ok-flag      pic x value 'Y'.
        88 event-ok             value 'Y'.
        88 event-not-ok         value 'N'.
      *  payee working fields (see CHECK-PAYEE / RESOLVE-PAYEE):
      *  the shop a row's money went to, keyed or read off the note
       copy payeematch.
       01 payee-ok-flag      pic x value 'Y'.
        88 payee-ok             value 'Y'.
        88 payee-not-ok         value 'N'.
       01 wcarry-payee       pic x(08) value space.
      *  spending-freeze working fields (see CHECK-FREEZE): an OUT
      *  into a category the household froze for the dates is
      *  refused unless an admin gives FREEZEOVR, a logged reason
       copy freezecheck.
       77 wfreeze-inout      pic x(01) value space.
       01 freeze-ok-flag     pic x value 'Y'.
        88 freeze-ok            value 'Y'.
        88 freeze-refused       value 'N'.
       01 freeze-override-flag pic x value 'N'.
        88 freeze-overridden    value 'Y'.
        88 freeze-not-overridden value 'N'.
       01 wsplit-frozen      pic 9(02) value zero.
       01 xfer-acct-flag     pic x value 'N'.
        88 xfer-acct-mode       value 'Y'.
        88 xfer-member-mode     value 'N'.

      *  member binding (see LOAD-MEMBER-BINDING): a credential tied
      *  to one member sees only that member's rows (plus the shared
      *  blank-member rows) and posts only under that name
      *  just-posted row sits in; the row is parked here for the
      *  scan and put back after, so the budget/allowance checks and
      *  the notifications that follow still see the right record
       01 kozukai-rec-hold   pic x(169).

      *  category-month totals maintenance (see ADJUST-TOTALS):
      *  wadj-amount is the signed JPY delta to fold into the
      *  payment keyed as several category/amount lines, posted as a
      *  parent row plus children carrying the parent's key
       01 si                 pic 9(02) value zero.
       01 wsplit-parent-key  pic x(11) value space.
       01 wsplit-posted      pic 9(02) value zero.
       01 wsplit-failed      pic 9(02) value zero.
       01 wsplit-posted-disp pic z9.
       01 split-row-ok-flag  pic x value 'N'.
        88 split-row-ok         value 'Y'.
        88 split-row-not-ok     value 'N'.
       01 wchild-del-key     pic x(11) value space.
       01 wchild-date        pic x(08) value space.
       01 child-eof          pic x(3) value space.

       01 wanchor-ym         pic x(06) value space.
       01 wsnap-seek-key.
        02 wsnap-seek-ym     pic x(06).
        02 filler            pic x(05) value '99999'.

      *  search-mode working fields - the note-substring/amount-
      *  range/date-range criteria ride the same CHECK-FILTER pass
      *  the exact-match browse filters use, so they combine freely
      *  振替 working fields - the paired OUT/IN rows of a transfer
      *   wxfer-sec rides the free-sequence write loops and must be
      *   wider than wdate-sec itself: at 1000 the loop's > 999 test
      *   ends the hunt as slots-exhausted instead of wrapping to 000
      *   and spinning forever under the exclusive lock
       01 wxfer-sec          pic 9(04).
       01 wxfer-out-key      pic x(11) value space.
       01 xfer-out-flag      pic x value 'N'.
        88 xfer-out-ok          value 'Y'.
        88 xfer-out-not-ok      value 'N'.
       01 dup-found-flag     pic x value 'N'.
        88 dup-found            value 'Y'.
        88 dup-not-found        value 'N'.
       01 wdup-key           pic x(11) value space.

       01 search-active-flag pic x value 'N'.
        88 search-active        value 'Y'.
       01 wpage-size         pic 9(02) value 10.
       01 wenv-pagesize      pic x(04) value space.
       01 wenv-pagesize-num  pic 9(04).
      *  two-person queue working fields (see PARK-MASTER-CHANGE);
      *  wmcq-show is the value as the requester typed it, for the
      *  audit line
       01 mast-chg-file-fs   pic 9(2).
       01 wmcq-seq           pic 9(03) value zero.
       01 wmcq-flag          pic x value 'N'.
        88 wmcq-queued          value 'Y'.
       01 wmcq-show          pic x(40) value space.

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

      *  FORMAT=JSON answer of a browse (see WRITE-JSON-BROWSE)
       copy jsonout.
       01 wjson-x            pic 9(02) value zero.

      *  message catalog lookups for the reader's language (see
      *  TRANSLATE-SCREEN)
       copy paramget.

       copy loginlog.

       copy msgcat.
       01 wlbl-i             pic 9(02) value zero.
       01 wlbl-no            pic 9(04) value zero.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          move space to audit-after-detail
          perform AUDIT-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused then
            move space to wpassword of kozukai-web-in
            perform TRANSLATE-SCREEN
            call 'WEB_PUSH' using kozukai-web-if
            call 'WEB_SHOW'
            perform PERF-WRITE
            STOP RUN
          end-if.

          move 'NOTE' to wqg-name-key
          move 40     to wqg-max-len
          accept wqg-query-string from environment 'QUERY_STRING'
            perform LOAD-PREFS
            if prefs-found
              perform APPLY-PREFS
              perform SET-LANG-COOKIE
            end-if
          end-if.

            move wbound-member to wfilter-member of kozukai-web-in
          end-if.

      *   a posting that names no account moved through the
      *   household's default one
          perform GET-DEFAULT-ACCOUNT.
          if waccount of kozukai-web-in = space
            move wdefault-account to waccount of kozukai-web-in
          end-if.

          move 'kozukai_lock'   to lc-lock-file.
          evaluate wmode of kozukai-web-in
           when '参照'
           when other
             set  lc-lock-exclusive to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
             perform CHECK-MONEY
             move wmember of kozukai-web-in to wcheck-member
             perform CHECK-MEMBER
             move waccount of kozukai-web-in to wcheck-account
             perform CHECK-ACCOUNT
             move wevent of kozukai-web-in to wcheck-event
             perform CHECK-EVENT
             perform CHECK-PAYEE
             if category-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '未登録の分類です'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
             if account-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '未登録または閉鎖済の口座です'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
             if event-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '未登録のイベントです'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
             if payee-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '未登録の支払先です'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
             if money-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '金額が不正です'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
             move in-or-out of kozukai-web-in to wfreeze-inout
             move wcategory of kozukai-web-in to fzc-category
             move wdate-rec of kozukai-web-in to fzc-date
             perform CHECK-FREEZE
             if freeze-refused then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               perform SET-FREEZE-MESSAGE
               perform select-proc
             else
             perform CHECK-NEAR-DUPLICATE
             if dup-found and wconfirm of kozukai-web-in not = 'Y' then
      *        same two-step confirm flow the 削除 path uses: the
               end-if
               move wtax-class of kozukai-web-in
                     to wtax-class of kozukai-rec
               move waccount of kozukai-web-in
                     to waccount of kozukai-rec
               move wevent of kozukai-web-in
                     to wevent of kozukai-rec
               move wpayee of kozukai-web-in
                     to wpayee of kozukai-rec
               perform RESOLVE-PAYEE
               perform COMPUTE-TAX-AMOUNT
               open extend kozukai-file
               if kozukai-file-fs not = zero then
                 move money     of kozukai-rec to audit-after-money
                 move note      of kozukai-rec to audit-after-note
                 perform AUDIT-WRITE
                 perform AUDIT-FREEZE-OVERRIDE

                 if in-or-out of kozukai-rec = '2'
                   perform LOOKUP-EXCHANGE-RATE
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
           when '振替'
             perform CHECK-LOGIN
             perform CHECK-AUTHORITY
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
      *      naming an account on either side makes it an account-
      *      to-account move (wallet to bank, bank to prepaid card):
      *      the members may then be blank or the same, and it is the
      *      member/account pair that must differ; without accounts
      *      the member-to-member rule stands as before
             set xfer-member-mode to true
             if wfrom-account of kozukai-web-in not = space
                or wto-account of kozukai-web-in not = space
               set xfer-acct-mode to true
               if wfrom-account of kozukai-web-in = space
                 move wdefault-account
                   to wfrom-account of kozukai-web-in
               end-if
               if wto-account of kozukai-web-in = space
                 move wdefault-account
                   to wto-account of kozukai-web-in
               end-if
               if wfrom-member of kozukai-web-in = space
                 move wto-member of kozukai-web-in
                   to wfrom-member of kozukai-web-in
               end-if
               if wto-member of kozukai-web-in = space
                 move wfrom-member of kozukai-web-in
                   to wto-member of kozukai-web-in
               end-if
             end-if
             if (xfer-member-mode
                 and (wfrom-member of kozukai-web-in = space
                      or wto-member of kozukai-web-in = space
                      or wfrom-member of kozukai-web-in =
                         wto-member of kozukai-web-in))
                or (xfer-acct-mode
                    and wfrom-account of kozukai-web-in =
                        wto-account of kozukai-web-in
                    and wfrom-member of kozukai-web-in =
                        wto-member of kozukai-web-in) then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '振替元と振替先を指定してください'
                    to werrmsg of kozukai-web-in
               move wto-member of kozukai-web-in to wcheck-member
               perform CHECK-MEMBER
             end-if
             move wfrom-account of kozukai-web-in to wcheck-account
             perform CHECK-ACCOUNT
             if account-ok
               move wto-account of kozukai-web-in to wcheck-account
               perform CHECK-ACCOUNT
             end-if
             if member-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '未登録のメンバーです'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
             if account-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move '未登録または閉鎖済の口座です'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
               perform TRANSFER-PROC
               perform select-proc
             end-if
             end-if
             end-if
             end-if
           when '一括追加'
             perform CHECK-LOGIN
             perform CHECK-AUTHORITY
               perform IOU-REPAY-PROC
               perform select-proc
             end-if
           when '返金'
             perform CHECK-LOGIN
             perform CHECK-AUTHORITY
             if login-not-ok then
               move 'kozukai.html'  to wscreenname of kozukai-web-in
               move wauth-errmsg
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
               perform REFUND-PROC
               perform select-proc
             end-if
           when '領収書'
             perform CHECK-LOGIN
             perform CHECK-AUTHORITY
                   to wcurrency of kozukai-web-in
                 move wtax-class of kozukai-rec
                   to wtax-class of kozukai-web-in
                 move waccount of kozukai-rec
                   to waccount of kozukai-web-in
                 move wevent of kozukai-rec
                   to wevent of kozukai-web-in
                 move wpayee of kozukai-rec
                   to wpayee of kozukai-web-in
               else
      *        an account change must name an open account; a row
      *        keeping its account (even one closed since) updates
               set account-ok to true
               if waccount of kozukai-web-in not =
                  waccount of kozukai-rec
                 move waccount of kozukai-web-in to wcheck-account
                 perform CHECK-ACCOUNT
               end-if
      *        likewise a retagged row must name a known event
               set event-ok to true
               if wevent of kozukai-web-in not =
                  wevent of kozukai-rec
                 move wevent of kozukai-web-in to wcheck-event
                 perform CHECK-EVENT
               end-if
               set payee-ok to true
               if wpayee of kozukai-web-in not =
                  wpayee of kozukai-rec
                 perform CHECK-PAYEE
               end-if
               if account-not-ok then
                 move 'kozukai.html'
                   to wscreenname of kozukai-web-in
                 move '未登録または閉鎖済の口座です'
                   to werrmsg of kozukai-web-in
               else
               if event-not-ok then
                 move 'kozukai.html'
                   to wscreenname of kozukai-web-in
                 move '未登録のイベントです'
                   to werrmsg of kozukai-web-in
               else
               if payee-not-ok then
                 move 'kozukai.html'
                   to wscreenname of kozukai-web-in
                 move '未登録の支払先です'
                   to werrmsg of kozukai-web-in
               else
      *        turning a row into spending in a frozen category - a
      *        new category, or an IN made OUT - is spending there
               set freeze-ok to true
               set freeze-not-overridden to true
               if wcategory of kozukai-web-in not =
                  wcategory of kozukai-rec
                  or in-or-out of kozukai-rec not = '2'
                 move in-or-out of kozukai-web-in to wfreeze-inout
                 move wcategory of kozukai-web-in to fzc-category
                 move wdate-rec of kozukai-rec to fzc-date
                 perform CHECK-FREEZE
               end-if
               if freeze-refused then
                 move 'kozukai.html'
                   to wscreenname of kozukai-web-in
                 perform SET-FREEZE-MESSAGE
               else
      *        either side of a refund keeps its amount, direction,
      *        category and currency, or the link would stop adding up
               perform CHECK-REFUND-LOCK
               if refund-locked then
                 move 'kozukai.html'
                   to wscreenname of kozukai-web-in
                 move '返金連携の明細は変更できません'
                   to werrmsg of kozukai-web-in
               else

               move 'UPDATE' to audit-operation
               move in-or-out of kozukai-rec to wold-inorout
               move wreason-code of kozukai-rec to wold-reason

      *        a reworded note with the payee left as it was is read
      *        again for its payee; a payee changed on the form wins
               if wpayee of kozukai-web-in = wpayee of kozukai-rec
                  and note of kozukai-web-in not = note of kozukai-rec
                 move space to wpayee of kozukai-rec
               else
                 move wpayee of kozukai-web-in to wpayee of kozukai-rec
               end-if
               move wcategory of kozukai-web-in to wcategory of
                                                    kozukai-rec
               move in-or-out of kozukai-web-in to in-or-out of
               end-if
               move wtax-class of kozukai-web-in to wtax-class of
                                                    kozukai-rec
               move waccount  of kozukai-web-in to waccount  of
                                                    kozukai-rec
               move wevent    of kozukai-web-in to wevent    of
                                                    kozukai-rec
               perform RESOLVE-PAYEE
               perform COMPUTE-TAX-AMOUNT
               rewrite kozukai-rec

               move money     of kozukai-rec to audit-after-money
               move note      of kozukai-rec to audit-after-note
               perform AUDIT-WRITE
               perform AUDIT-FREEZE-OVERRIDE

      *        a split receipt's parent carries its note/member
      *        changes to the children; a child row updates alone
               if wparent-key of kozukai-rec = space
                 move kozukai-key of kozukai-rec to wchild-del-key
                 move wpayee of kozukai-rec to wcarry-payee
                 perform CARRY-CHILD-ROWS
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
             end-if
             close kozukai-file
             perform select-proc
                                 wcurrency of kozukai-web-in
               move wtax-class of kozukai-rec to
                                 wtax-class of kozukai-web-in
               move waccount  of kozukai-rec to
                                 waccount  of kozukai-web-in
               move wevent    of kozukai-rec to
                                 wevent    of kozukai-web-in
               move wpayee    of kozukai-rec to
                                 wpayee    of kozukai-web-in
      *        the as-selected image rides the form so UPDATE can
      *        tell whether someone else changed the row while it
      *        sat on this screen
                 read kozukai-file

                 if kozukai-file-fs = zero then
      *            a purchase with refunds against it stays until
      *            the refund rows themselves are deleted
                   if kozukai-key = delete-array(i)
                      and wrefunded of kozukai-rec not = zero then
                     move '返金済の明細は削除不可'
                          to werrmsg of kozukai-web-in
                   else
                   if kozukai-key = delete-array(i) then
                     move 'DELETE' to audit-operation
                     move kozukai-key of kozukai-rec to audit-key
                       compute wadj-amount = zero - wmoney-jpy
                       perform ADJUST-TOTALS
                     end-if
                     move space to wrfd-orig-key
                     if in-or-out of kozukai-rec = '1'
                        and wrefund-of of kozukai-rec not = space
                       move wrefund-of of kozukai-rec
                         to wrfd-orig-key
                       move wcategory of kozukai-rec
                         to wrfd-category
                       move money of kozukai-rec to wrfd-money
                       perform LOOKUP-EXCHANGE-RATE
                       compute wrfd-jpy =
                          money of kozukai-rec * wexch-rate
                     end-if
                     move wparent-key of kozukai-rec
                       to wchild-del-key
                     perform ARCHIVE-DELETED-ROW
                     perform DELETE-RECEIPT-ROW
                     perform DELETE-FURUSATO-LINK
                     perform DELETE-UTILBILL-LINK
                     perform DELETE-DURABLE-LINK
                     delete kozukai-file
                     if wrfd-orig-key not = space
                       perform UNDO-REFUND-LINK
                     end-if
      *              a split receipt's parent carries its children
      *              along; a child row deletes alone
                     if wchild-del-key = space
                     end-if
                     perform SET-CHECKPOINT
                   end-if
                   end-if
                 end-if
                 move space to delete-array(i)
      *          display 'kozukai-file-fs:' kozukai-file-fs ':'
                    to werrmsg of kozukai-web-in
               perform select-proc
             else
               if wmode of kozukai-web-in = '締め解除'
                 perform REQUEST-REOPEN
               else
                 perform SET-CLOSED-PERIOD
               end-if
               perform select-proc
             end-if
          end-evaluate
          end-if.

      *   the message and the button captions in the reader's
      *   language; the mode codes themselves stay as they are
          if mtc-refused
             or (mtc-on and werrmsg of kozukai-web-if = space)
            move mtc-banner to werrmsg of kozukai-web-if
          end-if.
          perform TRANSLATE-SCREEN.

      *   a widget asking FORMAT=JSON of a browse gets the same rows
      *   as a JSON document; every other answer is the screen
          if wformat of kozukai-web-in = 'JSON'
             and (wmode of kozukai-web-in = '参照'
               or wmode of kozukai-web-in = '検索'
               or wmode of kozukai-web-in = '次ページ'
               or wmode of kozukai-web-in = '前ページ')
            perform WRITE-JSON-BROWSE
          else
            call 'WEB_PUSH' using kozukai-web-if
            call 'WEB_SHOW'
          end-if.

          if rc = zero
            call 'WEB_UNLOCK' using lc-web-lock rc
                and wfilter-category of kozukai-web-in = space
                and wfilter-inorout  of kozukai-web-in = space
                and wfilter-member   of kozukai-web-in = space
                and wfilter-account  of kozukai-web-in = space
                and wsearch-date-rec (1:6) numeric
               move wsearch-date-rec (1:6) to wanchor-ym
               perform SEEK-BALANCE-SNAPSHOT
             delete receipt-file
               invalid key continue
             end-delete
             close receipt-file
             perform DELETE-RECEIPT-ITEMS.
       DELETE-RECEIPT-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-FURUSATO-LINK  -  the same for the ふるさと納税
      *  register: a donation whose payment row is deleted is no
      *  longer a donation, and the key must not pass to the next
      *  row posted on that day
      *----------------------------------------------------------------
       DELETE-FURUSATO-LINK section.
             open i-o furusato-file
             if furusato-file-fs not = zero
               go to DELETE-FURUSATO-LINK-EXIT
             end-if
             move kozukai-key of kozukai-rec to fur-key
             delete furusato-file
               invalid key continue
             end-delete
             close furusato-file.
       DELETE-FURUSATO-LINK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-UTILBILL-LINK  -  and for the utility bill links: a
      *  bill whose payment row is deleted covers no reading period
      *----------------------------------------------------------------
       DELETE-UTILBILL-LINK section.
             open i-o util-bill-file
             if util-bill-file-fs not = zero
               go to DELETE-UTILBILL-LINK-EXIT
             end-if
             move kozukai-key of kozukai-rec to ubill-key
             delete util-bill-file
               invalid key continue
             end-delete
             close util-bill-file.
       DELETE-UTILBILL-LINK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-DURABLE-LINK  -  and for the asset register: an
      *  asset whose purchase row is deleted was never bought
      *----------------------------------------------------------------
       DELETE-DURABLE-LINK section.
             open i-o durable-file
             if durable-file-fs not = zero
               go to DELETE-DURABLE-LINK-EXIT
             end-if
             move kozukai-key of kozukai-rec to dur-key
             delete durable-file
               invalid key continue
             end-delete
             close durable-file.
       DELETE-DURABLE-LINK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-RECEIPT-ITEMS  -  the item lines of the receipt on
      *  the row being deleted go with its register row, for the
      *  same reason: the next posting to reuse the key must not
      *  find another receipt's items under it
      *----------------------------------------------------------------
       DELETE-RECEIPT-ITEMS section.
             open i-o rcpt-item-file
             if rcpt-item-file-fs not = zero
               go to DELETE-RECEIPT-ITEMS-EXIT
             end-if
             move space to rcpt-item-eof
             move kozukai-key of kozukai-rec to ritem-rcpt-key
             move zero to ritem-line
             start rcpt-item-file
                key is >= ritem-key
               invalid key
                 move 'EOF' to rcpt-item-eof
             end-start
             if rcpt-item-eof not = 'EOF'
               read rcpt-item-file next record
                 at end move 'EOF' to rcpt-item-eof
               end-read
             end-if
             perform until rcpt-item-eof = 'EOF'
                or ritem-rcpt-key not = kozukai-key of kozukai-rec
               delete rcpt-item-file
                 invalid key continue
               end-delete
               read rcpt-item-file next record
                 at end move 'EOF' to rcpt-item-eof
               end-read
             end-perform
             close rcpt-item-file.
       DELETE-RECEIPT-ITEMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RECEIPT-ATTACH-PROC  -  attach (or replace) the receipt
      *  reference for the ledger row named by DATEREC/DATESEC: the
             if wfilter-inorout of kozukai-web-in not = space
               go to SET-SLICE-MODE-EXIT
             end-if
      *      an account view carries that account's own running
      *      balance, which only the full walk can build
             if wfilter-account of kozukai-web-in not = space
               go to SET-SLICE-MODE-EXIT
             end-if
             if wfilter-category of kozukai-web-in not = space
                and wfilter-member of kozukai-web-in = space
               move 'C' to slice-mode-flag
                              to wmember   of table-array (wslice-j)
             move wcurrency   of kozukai-rec
                              to wcurrency of table-array (wslice-j)
             move waccount    of kozukai-rec
                              to tbl-account (wslice-j)
             move wparent-key of kozukai-rec
                              to tbl-parent (wslice-j)
             move zero to tbl-balance (wslice-j).
                                  to wmember   of table-array (i)
                 move wcurrency   of kozukai-rec
                                  to wcurrency of table-array (i)
                 move waccount    of kozukai-rec
                                  to tbl-account (i)
                 move wparent-key of kozukai-rec
                                  to tbl-parent (i)
                 if search-active
                                  to wmember   of table-array (woffset)
                 move wcurrency   of kozukai-rec
                                  to wcurrency of table-array (woffset)
                 move waccount    of kozukai-rec
                                  to tbl-account (woffset)
                 move wparent-key of kozukai-rec
                                  to tbl-parent (woffset)
                 if search-active
      *  the running balance unwinds one row at a time
      *----------------------------------------------------------------
       SUBTRACT-SIGNED-MONEY section.
             perform SET-ROW-ACCOUNT
             if wfilter-account of kozukai-web-in not = space
                and wfilter-account of kozukai-web-in not =
                    wrow-account
               go to SUBTRACT-SIGNED-MONEY-EXIT
             end-if
             if in-or-out of kozukai-rec = '1'
               subtract money of kozukai-rec from wprior-balance
             else
               add money of kozukai-rec to wprior-balance
             end-if.
       SUBTRACT-SIGNED-MONEY-EXIT.
             exit.

      *----------------------------------------------------------------
               move wcurrency   of table-array (j)
                                to wcurrency   of table-array (i)
               move tbl-parent (j)  to tbl-parent (i)
               move tbl-account (j) to tbl-account (i)
               move tbl-balance (j) to tbl-balance (i)
             end-perform
             compute j = wwindow-count + 1

      *----------------------------------------------------------------
      *  ADD-SIGNED-MONEY  -  fold money of kozukai-rec into the
      *  running balance according to the in-or-out flag; under an
      *  account filter only that account's rows move the balance,
      *  so the column reads as the account's own balance (the
      *  figure its passbook or the wallet should show)
      *----------------------------------------------------------------
       ADD-SIGNED-MONEY section.
             perform SET-ROW-ACCOUNT
             if wfilter-account of kozukai-web-in not = space
                and wfilter-account of kozukai-web-in not =
                    wrow-account
               go to ADD-SIGNED-MONEY-EXIT
             end-if
             if in-or-out of kozukai-rec = '1'
               add money of kozukai-rec to wprior-balance
             else
               subtract money of kozukai-rec from wprior-balance
             end-if.
       ADD-SIGNED-MONEY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-ROW-ACCOUNT  -  the account the current kozukai-rec
      *  counts against: its own, or the default account for a row
      *  posted before accounts existed
      *----------------------------------------------------------------
       SET-ROW-ACCOUNT section.
             move waccount of kozukai-rec to wrow-account
             if wrow-account = space
               move wdefault-account to wrow-account
             end-if
             exit.

                 compute wmoney-jpy = money of kozukai-rec * wexch-rate
                 add wmoney-jpy to wmonth-out-total
               end-if
      *        a refund shares its purchase's category and nets
      *        against the purchase's month, whatever its own date
               if in-or-out of kozukai-rec = '1'
                  and wrefund-of of kozukai-rec (1:6) = wbudget-month
                  and wreason-code of kozukai-rec = space
                 perform LOOKUP-EXCHANGE-RATE
                 compute wmoney-jpy = money of kozukai-rec * wexch-rate
                 subtract wmoney-jpy from wmonth-out-total
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
               go to CHECK-RATE-STALENESS-EXIT
             end-if
             move 30 to wrate-stale-days
             move 'KOZUKAI_RATE_STALE_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-ratestale
             if wenv-ratestale not = space
                and wenv-ratestale is numeric then
               move wenv-ratestale to wrate-stale-days
               go to TRANSFER-PROC-EXIT
             end-if

      *      the OUT half, from the paying member (and account)
             initialize kozukai-rec
             move wdate-rec of kozukai-web-in
               to wdate-rec of kozukai-rec
             move money of kozukai-web-in to money of kozukai-rec
             move wfrom-member of kozukai-web-in
               to wmember of kozukai-rec
             move wfrom-account of kozukai-web-in
               to waccount of kozukai-rec
             move wcurrency of kozukai-web-in
               to wcurrency of kozukai-rec
             if wcurrency of kozukai-rec = space
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             if xfer-acct-mode
               string '振替→'  delimited size
                      wto-account of kozukai-web-in
                                  delimited by space
                      ' '         delimited size
                      wto-member of kozukai-web-in delimited size
                 into note of kozukai-rec
               end-string
             else
               string '振替→'  delimited size
                      wto-member of kozukai-web-in delimited size
                 into note of kozukai-rec
               end-string
             end-if

             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or xfer-out-ok
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE

      *      the IN half, to the receiving member (and account)
             initialize kozukai-rec
             move wdate-rec of kozukai-web-in
               to wdate-rec of kozukai-rec
             move money of kozukai-web-in to money of kozukai-rec
             move wto-member of kozukai-web-in
               to wmember of kozukai-rec
             move wto-account of kozukai-web-in
               to waccount of kozukai-rec
             move wcurrency of kozukai-web-in
               to wcurrency of kozukai-rec
             if wcurrency of kozukai-rec = space
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             if xfer-acct-mode
               string '振替←'  delimited size
                      wfrom-account of kozukai-web-in
                                  delimited by space
                      ' '         delimited size
                      wfrom-member of kozukai-web-in delimited size
                 into note of kozukai-rec
               end-string
             else
               string '振替←'  delimited size
                      wfrom-member of kozukai-web-in delimited size
                 into note of kozukai-rec
               end-string
             end-if

             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or xfer-in-ok
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
               go to BATCH-ADD-ONE-ROW-FAIL
             end-if

             if bent-account (bi) = space
               move wdefault-account to bent-account (bi)
             end-if
             move bent-account (bi) to wcheck-account
             perform CHECK-ACCOUNT
             if account-not-ok
               move '口座未登録' to bent-err (bi)
               go to BATCH-ADD-ONE-ROW-FAIL
             end-if

             if bent-inorout (bi) not = '1'
                and bent-inorout (bi) not = '2'
               move '区分不正' to bent-err (bi)
               go to BATCH-ADD-ONE-ROW-FAIL
             end-if

             move bent-inorout (bi) to wfreeze-inout
             move bent-category (bi) to fzc-category
             move bent-date (bi) to fzc-date
             perform CHECK-FREEZE
             if freeze-refused
               move '凍結中' to bent-err (bi)
               go to BATCH-ADD-ONE-ROW-FAIL
             end-if

             initialize kozukai-rec
             move bent-date (bi)     to wdate-rec of kozukai-rec
             move bent-category (bi) to wcategory of kozukai-rec
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             move bent-taxclass (bi) to wtax-class of kozukai-rec
             move bent-account (bi)  to waccount  of kozukai-rec
             perform RESOLVE-PAYEE
             perform COMPUTE-TAX-AMOUNT

             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or batch-row-ok
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE
             perform AUDIT-FREEZE-OVERRIDE

             if in-or-out of kozukai-rec = '2'
               perform LOOKUP-EXCHANGE-RATE
             move space to bent-member (bi)
             move space to bent-currency (bi)
             move space to bent-taxclass (bi)
             move space to bent-account (bi)
             go to BATCH-ADD-ONE-ROW-EXIT.
       BATCH-ADD-ONE-ROW-FAIL.
             add 1 to wbatch-failed.
       SPLIT-ADD-PROC section.
             move zero to wsplit-posted
             move zero to wsplit-failed
             move zero to wsplit-frozen
             move space to wsplit-parent-key

             move wdate-rec of kozukai-web-in to wdc-date
               go to SPLIT-ADD-PROC-EXIT
             end-if

             move waccount of kozukai-web-in to wcheck-account
             perform CHECK-ACCOUNT
             if account-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録または閉鎖済の口座です'
                    to werrmsg of kozukai-web-in
               go to SPLIT-ADD-PROC-EXIT
             end-if

             move wevent of kozukai-web-in to wcheck-event
             perform CHECK-EVENT
             if event-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録のイベントです'
                    to werrmsg of kozukai-web-in
               go to SPLIT-ADD-PROC-EXIT
             end-if

             perform CHECK-PAYEE
             if payee-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録の支払先です'
                    to werrmsg of kozukai-web-in
               go to SPLIT-ADD-PROC-EXIT
             end-if

             open i-o kozukai-file
             if kozukai-file-fs not = zero then
               open output kozukai-file

             move wsplit-posted to wsplit-posted-disp
             move wsplit-failed to wsplit-failed-disp
             if wsplit-frozen > zero
               string wsplit-posted-disp delimited size
                      '行登録 '          delimited size
                      wsplit-failed-disp delimited size
                      '行エラー(凍結中の分類あり)'
                                         delimited size
                 into werrmsg of kozukai-web-in
               end-string
             else
               string wsplit-posted-disp delimited size
                      '行登録 '          delimited size
                      wsplit-failed-disp delimited size
                      '行エラー'        delimited size
                 into werrmsg of kozukai-web-in
               end-string
             end-if.
       SPLIT-ADD-PROC-EXIT.
             exit.

               go to SPLIT-ADD-ONE-ROW-EXIT
             end-if

      *      a receipt line is spending: a frozen category refuses it
             move '2' to wfreeze-inout
             move sent-category (si) to fzc-category
             move wdate-rec of kozukai-web-in to fzc-date
             perform CHECK-FREEZE
             if freeze-refused
               add 1 to wsplit-failed
               add 1 to wsplit-frozen
               go to SPLIT-ADD-ONE-ROW-EXIT
             end-if

      *      a line's own event tag, when given, must be a known one
             if sent-event (si) not = space
               move sent-event (si) to wcheck-event
               perform CHECK-EVENT
               if event-not-ok
                 add 1 to wsplit-failed
                 go to SPLIT-ADD-ONE-ROW-EXIT
               end-if
             end-if

             initialize kozukai-rec
             move wdate-rec of kozukai-web-in
               to wdate-rec of kozukai-rec
             end-if
             move wtax-class of kozukai-web-in
               to wtax-class of kozukai-rec
             move waccount of kozukai-web-in
               to waccount of kozukai-rec
             if sent-event (si) not = space
               move sent-event (si) to wevent of kozukai-rec
             else
               move wevent of kozukai-web-in to wevent of kozukai-rec
             end-if
             move wpayee of kozukai-web-in to wpayee of kozukai-rec
             perform RESOLVE-PAYEE
             perform COMPUTE-TAX-AMOUNT
             move wsplit-parent-key to wparent-key of kozukai-rec

             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or split-row-ok
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE
             perform AUDIT-FREEZE-OVERRIDE

             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = money of kozukai-rec * wexch-rate
                 end-if
                 perform ARCHIVE-DELETED-ROW
                 perform DELETE-RECEIPT-ROW
                 perform DELETE-FURUSATO-LINK
                 perform DELETE-UTILBILL-LINK
                 perform DELETE-DURABLE-LINK
                 delete kozukai-file
               end-if
               read kozukai-file next record

      *----------------------------------------------------------------
      *  CARRY-CHILD-ROWS  -  a split receipt's parent row was just
      *  rewritten; the receipt-level fields (note, member and the
      *  account it was paid from) travel
      *  to the children so the receipt stays one story on the 参照
      *  screen.  Category and amount are per-line and are updated on
      *  the line itself.  The caller still holds kozukai-file open
                 move note    of kozukai-web-in to note of kozukai-rec
                 move wmember of kozukai-web-in
                   to wmember of kozukai-rec
                 move waccount of kozukai-web-in
                   to waccount of kozukai-rec
                 move wcarry-payee to wpayee of kozukai-rec
                 rewrite kozukai-rec
                 move wcategory of kozukai-rec to audit-after-category
                 move in-or-out of kozukai-rec to audit-after-inorout
                    to werrmsg of kozukai-web-in
               go to ADJUST-ADD-PROC-EXIT
             end-if
             move waccount of kozukai-web-in to wcheck-account
             perform CHECK-ACCOUNT
             if account-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録または閉鎖済の口座です'
                    to werrmsg of kozukai-web-in
               go to ADJUST-ADD-PROC-EXIT
             end-if

             open i-o kozukai-file
             if kozukai-file-fs not = zero
             move 'JPY' to wcurrency of kozukai-rec
             move wreason-code of kozukai-web-in
               to wreason-code of kozukai-rec
             move waccount of kozukai-web-in to waccount of kozukai-rec

             set adjust-not-posted to true
             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or adjust-posted
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
      *  QUICK-ENTRY-PROC  -  parse the one-line quick entry into
      *  the ordinary form fields: an optional leading date (MMDD of
      *  this year, or a full YYYYMMDD; absent means today), then
      *  the category, the amount, an optional #EVENT tag, and
      *  everything after as the note.  In-or-out defaults to OUT,
      *  currency to JPY and the member to the session user when
      *  that name is in the member master.
      *  The normal gates run; without CONFIRM=Y the understood
      *  fields come back on the form for one-click confirmation,
      *  with it the row posts the way a keyed 追加 does.
                 move zero to money of kozukai-web-in
             end-compute

      *      "#CODE" straight after the amount tags the event; any
      *      other word is the start of the note
             move wqk-ptr to wqk-save-ptr
             perform GET-QUICK-TOKEN
             if wqk-token-len > 1
                and wqk-token (1:1) = '#'
               move wqk-token (2:8) to wevent of kozukai-web-in
             else
               move wqk-save-ptr to wqk-ptr
             end-if

             move space to note of kozukai-web-in
             if wqk-ptr <= wqk-line-len
               move wquick-line of kozukai-web-in
                    to werrmsg of kozukai-web-in
               go to QUICK-ENTRY-PROC-EXIT
             end-if
             move waccount of kozukai-web-in to wcheck-account
             perform CHECK-ACCOUNT
             if account-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録または閉鎖済の口座です'
                    to werrmsg of kozukai-web-in
               go to QUICK-ENTRY-PROC-EXIT
             end-if
             move wevent of kozukai-web-in to wcheck-event
             perform CHECK-EVENT
             if event-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録のイベントです'
                    to werrmsg of kozukai-web-in
               go to QUICK-ENTRY-PROC-EXIT
             end-if
             perform CHECK-PAYEE
             if payee-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '未登録の支払先です'
                    to werrmsg of kozukai-web-in
               go to QUICK-ENTRY-PROC-EXIT
             end-if
             move in-or-out of kozukai-web-in to wfreeze-inout
             move wcategory of kozukai-web-in to fzc-category
             move wdate-rec of kozukai-web-in to fzc-date
             perform CHECK-FREEZE
             if freeze-refused
               move 'kozukai.html' to wscreenname of kozukai-web-in
               perform SET-FREEZE-MESSAGE
               go to QUICK-ENTRY-PROC-EXIT
             end-if
             set quick-ok to true

             if wconfirm of kozukai-web-in not = 'Y'
               to wcurrency of kozukai-rec
             move wtax-class of kozukai-web-in
               to wtax-class of kozukai-rec
             move waccount of kozukai-web-in to waccount of kozukai-rec
             move wevent of kozukai-web-in to wevent of kozukai-rec
             move wpayee of kozukai-web-in to wpayee of kozukai-rec
             perform RESOLVE-PAYEE
             perform COMPUTE-TAX-AMOUNT

             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or quick-posted
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE
             perform AUDIT-FREEZE-OVERRIDE

             if in-or-out of kozukai-rec = '2'
               perform LOOKUP-EXCHANGE-RATE
       IOU-REPAY-PROC-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REFUND-PROC  -  post a store refund against the OUT row
      *  named in REFUNDOF: an IN row on DATEREC for MONEY in the
      *  purchase's own category, member, currency, tax class and
      *  account (the money goes back the way it came), carrying the
      *  purchase's key in wrefund-of.  The purchase's wrefunded is
      *  raised by the same amount, a refund beyond what is still
      *  unrefunded is refused, and the JPY value comes off the
      *  purchase month's totals row so the budget sees net spend.
      *----------------------------------------------------------------
       REFUND-PROC section.
             if wrefund-of of kozukai-web-in = space
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '返金元の明細を指定してください'
                    to werrmsg of kozukai-web-in
               go to REFUND-PROC-EXIT
             end-if
             perform CHECK-MONEY
             if money-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '金額が不正です'
                    to werrmsg of kozukai-web-in
               go to REFUND-PROC-EXIT
             end-if
             move wdate-rec of kozukai-web-in to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '日付が不正です(YYYYMMDD)'
                    to werrmsg of kozukai-web-in
               go to REFUND-PROC-EXIT
             end-if
             move wdate-rec of kozukai-web-in to wperiod-date
             perform CHECK-PERIOD
             if period-is-closed
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '締め済みの月のため登録できません'
                    to werrmsg of kozukai-web-in
               go to REFUND-PROC-EXIT
             end-if

             open i-o kozukai-file
             if kozukai-file-fs not = zero
               move '台帳ファイルを開けません'
                    to werrmsg of kozukai-web-in
               go to REFUND-PROC-EXIT
             end-if
             move wrefund-of of kozukai-web-in to kozukai-key
             read kozukai-file
               invalid key
                 move '返金元の明細が見つかりません'
                      to werrmsg of kozukai-web-in
                 close kozukai-file
                 go to REFUND-PROC-EXIT
             end-read
      *      only an ordinary purchase can be refunded; adjustments
      *      are bookkeeping and a refund row is already money back
             if in-or-out of kozukai-rec not = '2'
                or wreason-code of kozukai-rec not = space
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '返金できない明細です'
                    to werrmsg of kozukai-web-in
               close kozukai-file
               go to REFUND-PROC-EXIT
             end-if
             if wdate-rec of kozukai-web-in < wdate-rec of kozukai-rec
               move 'kozukai.html' to wscreenname of kozukai-web-in
               move '返金日が購入日より前です'
                    to werrmsg of kozukai-web-in
               close kozukai-file
               go to REFUND-PROC-EXIT
             end-if
      *      a row written before refunds were linked holds space
             if wrefunded of kozukai-rec not numeric
               move zero to wrefunded of kozukai-rec
             end-if
             compute wrfd-remain =
                money of kozukai-rec - wrefunded of kozukai-rec
             if money of kozukai-web-in > wrfd-remain
               move wrfd-remain to wrfd-disp
               move 'kozukai.html' to wscreenname of kozukai-web-in
               string '未返金残高を超えています 残'
                        delimited size
                      wrfd-disp delimited size
                 into werrmsg of kozukai-web-in
               end-string
               close kozukai-file
               go to REFUND-PROC-EXIT
             end-if

             move kozukai-key of kozukai-rec to wrfd-orig-key
             move wdate-rec of kozukai-rec (1:6) to wrfd-orig-ym
             move wcategory of kozukai-rec to wrfd-category
             move wmember of kozukai-rec to wrfd-member
             move wcurrency of kozukai-rec to wrfd-currency
             move wtax-class of kozukai-rec to wrfd-tax-class
             move waccount of kozukai-rec to wrfd-account
             move wevent of kozukai-rec to wrfd-event
             move wpayee of kozukai-rec to wrfd-payee
             move note of kozukai-rec to wrfd-note

             initialize kozukai-rec
             move wdate-rec of kozukai-web-in
               to wdate-rec of kozukai-rec
             move wrfd-category to wcategory of kozukai-rec
             move '1' to in-or-out of kozukai-rec
             move money of kozukai-web-in to money of kozukai-rec
             if note of kozukai-web-in not = space
               move note of kozukai-web-in to note of kozukai-rec
             else
               move wrfd-note to note of kozukai-rec
             end-if
             move wrfd-member to wmember of kozukai-rec
             move wrfd-currency to wcurrency of kozukai-rec
             move wrfd-tax-class to wtax-class of kozukai-rec
             perform COMPUTE-TAX-AMOUNT
             move wrfd-account to waccount of kozukai-rec
             move wrfd-event to wevent of kozukai-rec
             move wrfd-payee to wpayee of kozukai-rec
             move wrfd-orig-key to wrefund-of of kozukai-rec

             set refund-not-posted to true
             perform varying wxfer-sec from 0 by 1
                 until wxfer-sec > 999 or refund-posted
               move wxfer-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 not invalid key set refund-posted to true
               end-write
             end-perform
             if refund-not-posted
               close kozukai-file
               move '返金を登録できません'
                    to werrmsg of kozukai-web-in
               go to REFUND-PROC-EXIT
             end-if

             move 'REFUND' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             move space to audit-before-detail
             move wrfd-orig-key to audit-after-detail
             perform AUDIT-WRITE

      *      the refund nets against the purchase month, valued at
      *      the rate of the refund's own date
             perform LOOKUP-EXCHANGE-RATE
             compute wrfd-jpy = money of kozukai-rec * wexch-rate
             move wrfd-category to wadj-category
             move wrfd-orig-ym to wadj-ym
             compute wadj-amount = zero - wrfd-jpy
             perform ADJUST-TOTALS

             move money of kozukai-rec to wrfd-money
             move wrfd-orig-key to kozukai-key
             read kozukai-file
               invalid key continue
               not invalid key
                 if wrefunded of kozukai-rec not numeric
                   move zero to wrefunded of kozukai-rec
                 end-if
                 move wrefunded of kozukai-rec to wrfd-disp
                 move wrfd-disp to audit-before-detail
                 add wrfd-money to wrefunded of kozukai-rec
                 rewrite kozukai-rec
                 move wrefunded of kozukai-rec to wrfd-disp
                 move wrfd-disp to audit-after-detail
                 perform AUDIT-REFUND-STAMP
             end-read
             close kozukai-file
             move '返金を登録しました'
                  to werrmsg of kozukai-web-in.
       REFUND-PROC-EXIT.
             exit.

      *----------------------------------------------------------------
      *  UNDO-REFUND-LINK  -  a refund row was just deleted: take its
      *  amount back off the purchase's wrefunded and return its JPY
      *  value to the purchase month's totals.  kozukai-file is open
      *  i-o in the caller.
      *----------------------------------------------------------------
       UNDO-REFUND-LINK section.
             move wrfd-category to wadj-category
             move wrfd-orig-key (1:6) to wadj-ym
             move wrfd-jpy to wadj-amount
             perform ADJUST-TOTALS
             move wrfd-orig-key to kozukai-key
             read kozukai-file
               invalid key continue
               not invalid key
                 move wrefunded of kozukai-rec to wrfd-disp
                 move wrfd-disp to audit-before-detail
                 subtract wrfd-money from wrefunded of kozukai-rec
                 if wrefunded of kozukai-rec < zero
                   move zero to wrefunded of kozukai-rec
                 end-if
                 rewrite kozukai-rec
                 move wrefunded of kozukai-rec to wrfd-disp
                 move wrfd-disp to audit-after-detail
                 perform AUDIT-REFUND-STAMP
             end-read
             exit.

      *----------------------------------------------------------------
      *  AUDIT-REFUND-STAMP  -  the purchase side of a refund change:
      *  the row itself is unchanged, the detail fields carry the
      *  refunded-so-far figure before and after
      *----------------------------------------------------------------
       AUDIT-REFUND-STAMP section.
             move 'REFUNDED' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move wcategory of kozukai-rec to audit-before-category
             move in-or-out of kozukai-rec to audit-before-inorout
             move money     of kozukai-rec to audit-before-money
             move note      of kozukai-rec to audit-before-note
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE
             exit.

      *----------------------------------------------------------------
      *  CHECK-REFUND-LOCK  -  on UPDATE, a row on either side of a
      *  refund may change its note, member, tax class or account,
      *  but not what the link is measured in
      *----------------------------------------------------------------
       CHECK-REFUND-LOCK section.
             set refund-not-locked to true
             if wrefund-of of kozukai-rec = space
                and wrefunded of kozukai-rec = zero
               go to CHECK-REFUND-LOCK-EXIT
             end-if
      *      a blank currency on the form is the JPY UPDATE stores
             if wcurrency of kozukai-web-in = space
               move 'JPY' to wcurrency of kozukai-web-in
             end-if
             if wcategory of kozukai-web-in not =
                   wcategory of kozukai-rec
                or in-or-out of kozukai-web-in not =
                   in-or-out of kozukai-rec
                or money of kozukai-web-in not = money of kozukai-rec
                or wcurrency of kozukai-web-in not =
                   wcurrency of kozukai-rec
               set refund-locked to true
             end-if.
       CHECK-REFUND-LOCK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-APPROVAL-THRESHOLD  -  the approval queue is off until
      *  the household sets KOZUKAI_APPROVAL_THRESHOLD; any OUT over
      *----------------------------------------------------------------
       GET-APPROVAL-THRESHOLD section.
             move zero to wapproval-thresh
             move 'KOZUKAI_APPROVAL_THRESHOLD' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-appthresh
             if wenv-appthresh not = space
                and wenv-appthresh is numeric then
               move wenv-appthresh to wapproval-thresh
               move 'JPY' to pend-currency
             end-if
             move wtax-class of kozukai-web-in to pend-tax-class
             move waccount of kozukai-web-in to pend-account
             move wevent of kozukai-web-in to pend-event
             move wpayee of kozukai-web-in to pend-payee
             move wusername of kozukai-web-in to pend-requested-by
             move 'P' to pend-status
             move space to pend-comment
      *  signed off; 締め解除 clears the lock entirely so a
      *  mis-close can be backed out.  Both require a credentialed
      *  user (the caller has already run CHECK-LOGIN) and both are
      *  audited.  締め解除 from this screen only parks the request
      *  (REQUEST-REOPEN); the clearing itself is made by
      *  kozukaimastapprove.cob once a second admin confirms it.
      *  月締め first asks kozukaiclosecheck.cob for the month's
      *  close checklist and refuses while any item is open, unless
      *  an admin has recorded an override on kozukaiclosechk.cob;
      *  the override's author and reason go on the CLOSE line.
      *----------------------------------------------------------------
       SET-CLOSED-PERIOD section.
             if wmode of kozukai-web-in = '月締め'
               go to SET-CLOSED-PERIOD-EXIT
             end-if

             move space to audit-before-note
             move space to audit-after-note
             if wmode of kozukai-web-in = '月締め'
               move wledger-code to ccx-ledger
               move wdate-rec of kozukai-web-in (1:6) to ccx-ym
               call 'kozukaiclosecheck' using close-check-area
               if ccx-items-open
                 string '締めチェックリストに'
                          delimited size
                        '未完了の項目があります'
                          delimited size
                   into werrmsg of kozukai-web-in
                 end-string
                 go to SET-CLOSED-PERIOD-EXIT
               end-if
               if ccx-overridden
                 string 'override by ' delimited size
                        ccx-override-by delimited space
                   into audit-before-note
                 end-string
                 move ccx-override-reason to audit-after-note
               end-if
             end-if

             move 'CLOSEDYM' to period-key
             if wmode of kozukai-web-in = '月締め'
               move 'CLOSE' to audit-operation
             move period-closed-ym to wclosed-ym
             move period-closed-ym to audit-after-detail
             perform AUDIT-WRITE
             move space to audit-before-note
             move space to audit-after-note

             if wmode of kozukai-web-in = '月締め'
               move wclosed-ym to wenv-fold-ym
       SET-CLOSED-PERIOD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REQUEST-REOPEN  -  締め解除 takes a second admin: park the
      *  ledger's period file and the month it is closed through in
      *  the two-person queue instead of clearing the lock here
      *----------------------------------------------------------------
       REQUEST-REOPEN section.
             if wclosed-ym = space
               move '締め済みの月がありません'
                    to werrmsg of kozukai-web-in
               go to REQUEST-REOPEN-EXIT
             end-if
             initialize mast-chg-rec
             set mcq-reopen to true
             move wperiod-filename to mcq-target
             move space to mcq-value
             move wclosed-ym to mcq-before
             move space to wmcq-show
             perform PARK-MASTER-CHANGE.
       REQUEST-REOPEN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PARK-MASTER-CHANGE  -  a master change takes a second admin:
      *  the request the caller filled in (kind, target, value and
      *  what the target holds now) goes into the two-person queue
      *  instead of being applied, for another admin to confirm on
      *  kozukaimastapprove.cob
      *----------------------------------------------------------------
       PARK-MASTER-CHANGE section.
             open i-o mast-chg-file
             if mast-chg-file-fs not = zero
               open output mast-chg-file
               close mast-chg-file
               open i-o mast-chg-file
             end-if
             if mast-chg-file-fs not = zero
               move '承認待ちに登録できません'
                    to werrmsg of kozukai-web-in
               go to PARK-MASTER-CHANGE-EXIT
             end-if
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into mcq-stamp
             end-string
             move 'kozukaiupdate' to mcq-program
             move wusername of kozukai-web-in to mcq-requested-by
             move 'P' to mcq-status
             move space to mcq-decided-by
             move space to mcq-comment
             move mcq-stamp to mcq-updated
             move 'N' to wmcq-flag
             perform varying wmcq-seq from 0 by 1
                 until wmcq-seq > 99 or wmcq-queued
               move wmcq-seq to mcq-seq
               write mast-chg-rec
                 invalid key continue
                 not invalid key set wmcq-queued to true
               end-write
             end-perform
             close mast-chg-file

             if wmcq-queued
               move 'MASTREQ' to audit-operation
               move mcq-key to audit-key
               move space to audit-before-detail
               string mcq-kind   delimited size
                      ' '        delimited size
                      mcq-target delimited size
                      ' '        delimited size
                      mcq-before delimited size
                 into audit-before-detail
               end-string
               move wmcq-show to audit-after-detail
               perform AUDIT-WRITE
               move '承認待ちに登録しました'
                    to werrmsg of kozukai-web-in
             else
               move '承認待ちに登録できません'
                    to werrmsg of kozukai-web-in
             end-if.
       PARK-MASTER-CHANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-ENVELOPE-BALANCE  -  the carryover balance for the
      *  current kozukai-rec's category; a missing file or row means

      *----------------------------------------------------------------
      *  CHECK-FILTER  -  test the current kozukai-rec against the
      *  optional wfilter-category/wfilter-inorout/wfilter-member/
      *  wfilter-account browse filters; a space filter field
      *  matches everything
      *----------------------------------------------------------------
       CHECK-FILTER section.
             set filter-ok to true
             if wfilter-account of kozukai-web-in not = space
               perform SET-ROW-ACCOUNT
               if wfilter-account of kozukai-web-in not =
                  wrow-account
                 set filter-not-ok to true
               end-if
             end-if
             if wfilter-category of kozukai-web-in not = space
                and wfilter-category of kozukai-web-in not =
                    wcategory of kozukai-rec
             end-if

             move 5 to wdc-window-years
             move 'KOZUKAI_DATE_WINDOW_YEARS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-datewindow
             if wenv-datewindow not = space
                and wenv-datewindow is numeric then
               move wenv-datewindow to wdc-window-years
       CHECK-STALE-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaiupdate' to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'program allow-list' to audit-after-detail
               perform AUDIT-WRITE
               move 'この接続元からは利用できません'
                    to werrmsg of kozukai-web-in
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-ROLE-ADDRESS  -  the allow-list for the role of the
      *  credential row just read, before its password is checked; a
      *  refused address is audited as IPREFUSE and the login fails
      *----------------------------------------------------------------
       CHECK-ROLE-ADDRESS section.
             set ipc-for-role to true
             move cred-role to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'role allow-list' to audit-after-detail
               perform AUDIT-WRITE
             end-if
             exit.

      *----------------------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
       CHECK-MEMBER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-ACCOUNT  -  confirm wcheck-account exists in the
      *  payment-account master and is still open.  A blank account
      *  (no default configured) passes, and a master that does not
      *  exist yet passes everything, the CHECK-MEMBER rule, so an
      *  installation that has not set up accounts posts as before.
      *----------------------------------------------------------------
       CHECK-ACCOUNT section.
             set account-ok to true
             if wcheck-account = space
               go to CHECK-ACCOUNT-EXIT
             end-if
             open input payacct-file
             if payacct-file-fs not = zero
               go to CHECK-ACCOUNT-EXIT
             end-if
             move wcheck-account to pacct-code
             read payacct-file
               invalid key set account-not-ok to true
               not invalid key
                 if pacct-closed
                   set account-not-ok to true
                 end-if
             end-read
             close payacct-file.
       CHECK-ACCOUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-EVENT  -  confirm wcheck-event exists in the event
      *  master.  An untagged row (blank) passes, and so does every
      *  tag while the master does not exist yet, the CHECK-ACCOUNT
      *  rule.  The event's date range is not enforced: the flights
      *  for a trip are often bought months before it starts.
      *----------------------------------------------------------------
       CHECK-EVENT section.
             set event-ok to true
             if wcheck-event = space
               go to CHECK-EVENT-EXIT
             end-if
             open input event-file
             if event-file-fs not = zero
               go to CHECK-EVENT-EXIT
             end-if
             move wcheck-event to evt-code
             read event-file
               invalid key set event-not-ok to true
             end-read
             close event-file.
       CHECK-EVENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-PAYEE  -  a payee keyed on the form must be in the
      *  payee master (blank passes: the note is resolved at posting)
      *----------------------------------------------------------------
       CHECK-PAYEE section.
             set payee-ok to true
             if wpayee of kozukai-web-in = space
               go to CHECK-PAYEE-EXIT
             end-if
             move space to pym-note
             move wpayee of kozukai-web-in to pym-payee
             call 'kozukaipayeematch' using payee-match-area
             if pym-unknown
               set payee-not-ok to true
             end-if.
       CHECK-PAYEE-EXIT.
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
      *  CHECK-FREEZE  -  an OUT (wfreeze-inout) into fzc-category on
      *  fzc-date, asked of the freeze register through
      *  kozukaifreezecheck.cob against this ledger's category
      *  master.  A frozen row passes only for an admin who gives a
      *  reason in FREEZEOVR; AUDIT-FREEZE-OVERRIDE then logs it once
      *  the row has posted.
      *----------------------------------------------------------------
       CHECK-FREEZE section.
             set freeze-ok to true
             set freeze-not-overridden to true
             if wfreeze-inout not = '2'
               go to CHECK-FREEZE-EXIT
             end-if
             move wcategory-filename to fzc-category-file
             call 'kozukaifreezecheck' using freeze-check-area
             if fzc-clear
               go to CHECK-FREEZE-EXIT
             end-if
             if login-role-admin
                and wfreeze-reason of kozukai-web-in not = space
               set freeze-overridden to true
             else
               set freeze-refused to true
             end-if.
       CHECK-FREEZE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-FREEZE-MESSAGE  -  the refusal: which freeze (the row's
      *  category or its parent) and until when
      *----------------------------------------------------------------
       SET-FREEZE-MESSAGE section.
             move space to werrmsg of kozukai-web-in
             string '凍結中の分類です: ' delimited size
                    fzc-frozen-category  delimited by '  '
                    ' ~'                 delimited size
                    fzc-to-date          delimited size
               into werrmsg of kozukai-web-in
             end-string
             exit.

      *----------------------------------------------------------------
      *  AUDIT-FREEZE-OVERRIDE  -  a posted row that went through a
      *  freeze on an admin's word leaves an FRZOVR audit row: the
      *  freeze in the before detail, the admin and the reason given
      *  in the after detail
      *----------------------------------------------------------------
       AUDIT-FREEZE-OVERRIDE section.
             if freeze-not-overridden
               go to AUDIT-FREEZE-OVERRIDE-EXIT
             end-if
             move 'FRZOVR' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move wcategory of kozukai-rec to audit-before-category
             move in-or-out of kozukai-rec to audit-before-inorout
             move money     of kozukai-rec to audit-before-money
             move note      of kozukai-rec to audit-before-note
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             move space to audit-before-detail
             string fzc-frozen-category delimited size
                    ' '                 delimited size
                    fzc-to-date         delimited size
                    ' '                 delimited size
                    fzc-reason          delimited size
               into audit-before-detail
             end-string
             move space to audit-after-detail
             string wusername of kozukai-web-in delimited size
                    ' '                         delimited size
                    wfreeze-reason of kozukai-web-in
                                                delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             move space to audit-before-detail
             move space to audit-after-detail
             set freeze-not-overridden to true.
       AUDIT-FREEZE-OVERRIDE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-DEFAULT-ACCOUNT  -  KOZUKAI_DEFAULT_ACCOUNT names the
      *  account a posting without one moved through, and the account
      *  the rows from before the account master belong to (usually
      *  the wallet); unset leaves both blank
      *----------------------------------------------------------------
       GET-DEFAULT-ACCOUNT section.
             move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wdefault-account
             exit.

      *----------------------------------------------------------------
      *  CHECK-ALLOWANCE  -  after an OUT entry posts, compare the
      *  member's OUT total for the month (converted to JPY the same
      *----------------------------------------------------------------
       GET-NOTIFY-THRESHOLD section.
             move 50000 to wnotify-thresh
             move 'KOZUKAI_NOTIFY_THRESHOLD' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-notifythresh
             if wenv-notifythresh not = space
                and wenv-notifythresh is numeric then
               move wenv-notifythresh to wnotify-thresh
      *----------------------------------------------------------------
       POST-CHAT-ALERT section.
             move '家計簿' to wnotify-room
             move 'KOZUKAI_NOTIFY_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-notifyroom
             if wenv-notifyroom not = space
               move wenv-notifyroom to wnotify-room
             end-if
                   to wtime  of wchat-rec-tab (wca)
                 move wdm-to of chat-rec
                   to wdm-to of wchat-rec-tab (wca)
                 move wreply-name of chat-rec
                   to wreply-name of wchat-rec-tab (wca)
                 move wreply-time of chat-rec
                   to wreply-time of wchat-rec-tab (wca)
                 move wedit-flag of chat-rec
                   to wedit-flag of wchat-rec-tab (wca)
                 read chat-file
                   at end move 'EOF' to chat-rec-eof
                 end-read
             move walert-text  to wdata  of wchat-rec-tab (1)
             move walert-time  to wtime  of wchat-rec-tab (1)
             move space        to wdm-to of wchat-rec-tab (1)
             move space        to wreply-name of wchat-rec-tab (1)
             move space        to wreply-time of wchat-rec-tab (1)
             move space        to wedit-flag of wchat-rec-tab (1)

             open output chat-file
             perform varying wca from 1 by 1 until wca > 40
               move wtime  of wchat-rec-tab (wca) to wtime  of chat-rec
               move wdm-to of wchat-rec-tab (wca)
                 to wdm-to of chat-rec
               move wreply-name of wchat-rec-tab (wca)
                 to wreply-name of chat-rec
               move wreply-time of wchat-rec-tab (wca)
                 to wreply-time of chat-rec
               move wedit-flag of wchat-rec-tab (wca)
                 to wedit-flag of chat-rec
               write chat-rec
             end-perform
             close chat-file
             move wtime  of wchat-rec-tab (40) to hist-time
             move wdata  of wchat-rec-tab (40) to hist-data
             move wdm-to of wchat-rec-tab (40) to hist-dm-to
             move wreply-name of wchat-rec-tab (40) to hist-reply-name
             move wreply-time of wchat-rec-tab (40) to hist-reply-time
             move wedit-flag of wchat-rec-tab (40) to hist-edit-flag
             open extend chat-history-file
             if chat-history-file-fs not = zero
               open output chat-history-file
      *  field until the change screen migrates it.  Consecutive
      *  misses are counted on the row and the account locks after
      *  wmax-fails of them (KOZUKAI_MAXFAILS overrides the default
      *  of 5); the lockout itself is audited.  Every password try,
      *  good or bad, goes into the login history through
      *  RECORD-LOGIN; a session carried on by its cookie is not a
      *  new login and is not recorded.
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             read credentials-file
               invalid key
                 close credentials-file
                 set lgl-failure to true
                 move 'unknown user' to lgl-reason
                 perform RECORD-LOGIN
                 go to CHECK-LOGIN-EXIT
             end-read

             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               close credentials-file
               set lgl-failure to true
               move 'address refused' to lgl-reason
               perform RECORD-LOGIN
               go to CHECK-LOGIN-EXIT
             end-if

             if cred-is-locked
               close credentials-file
               set lgl-failure to true
               move 'locked' to lgl-reason
               perform RECORD-LOGIN
               go to CHECK-LOGIN-EXIT
             end-if

               move 'パスワード変更が必要です'
                 to wauth-errmsg
               close credentials-file
               set lgl-failure to true
               move 'change due' to lgl-reason
               perform RECORD-LOGIN
               go to CHECK-LOGIN-EXIT
             end-if
             if login-ok
               set lgl-success to true
               move space to lgl-reason
             else
               set lgl-failure to true
               move 'bad password' to lgl-reason
             end-if
             perform RECORD-LOGIN
             if login-ok
               move cred-role to wlogin-role
               perform CREATE-SESSION
             move whash-work to whash-value
             exit.

      *----------------------------------------------------------------
      *  RECORD-LOGIN  -  one row in the login history for the try
      *  CHECK-LOGIN just judged (lgl-result/lgl-reason already
      *  set); kozukailoginlog.cob also raises the new-device alert
      *----------------------------------------------------------------
       RECORD-LOGIN section.
             move wusername of kozukai-web-in to lgl-user
             move 'kozukaiupdate' to lgl-program
             call 'kozukailoginlog' using login-log-area
             exit.

      *----------------------------------------------------------------
      *  GET-MAX-FAILS  -  the lockout threshold defaults to 5
      *  consecutive misses; KOZUKAI_MAXFAILS overrides it
      *----------------------------------------------------------------
       GET-MAX-FAILS section.
             move 5 to wmax-fails
             move 'KOZUKAI_MAXFAILS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-maxfails
             if wenv-maxfails not = space
                and wenv-maxfails is numeric then
               move wenv-maxfails to wmax-fails
      *----------------------------------------------------------------
       GET-SESSION-MINS section.
             move 60 to wsession-mins
             move 'KOZUKAI_SESSION_MINS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-sessmins
             if wenv-sessmins not = space
                and wenv-sessmins is numeric then
               move wenv-sessmins to wsession-mins
             end-if
             exit.

      *----------------------------------------------------------------
      *  SET-LANG-COOKIE  -  hand the profile's language to the
      *  browser as KZLANG, so the screens that carry no login (the
      *  chat and the small masters) answer in the same language
      *----------------------------------------------------------------
       SET-LANG-COOKIE section.
             if pref-lang = space
               go to SET-LANG-COOKIE-EXIT
             end-if
             initialize web-cookie
             move 'KZLANG' to web-name
             move pref-lang to web-value
             call 'WEB_SET_COOKIE' using web-cookie rc2.
       SET-LANG-COOKIE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-MAINTENANCE  -  while the maintenance switch is on
      *  (kozukaimaintcheck.cob) every changing mode is turned away
      *  before the lock is taken: the request is run as a plain
      *  参照 under a shared lock and the banner goes out in place of
      *  any other message.  Browsing carries on, with the banner
      *  shown when there is nothing else to say.
      *----------------------------------------------------------------
       CHECK-MAINTENANCE section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on and lc-lock-exclusive
               set mtc-refused to true
               move 'MAINTREF' to audit-operation
               move wmode of kozukai-web-in to audit-key
               move space to audit-before-detail
               move mtc-reason to audit-after-detail
               perform AUDIT-WRITE
               move '参照' to wmode of kozukai-web-in
               set lc-lock-share to true
             end-if
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-SCREEN  -  for a reader whose language is not
      *  Japanese, swap the message for the catalog's text of the
      *  same id and each mode button caption for its MODEnnnn row;
      *  anything the catalog lacks stays as the program set it
      *----------------------------------------------------------------
       TRANSLATE-SCREEN section.
             move wusername of kozukai-web-in to mc-user
             move space to mc-lang
             set mc-get-lang to true
             call 'kozukaimsgcat' using msg-cat-area
             if mc-lang = 'ja'
               go to TRANSLATE-SCREEN-EXIT
             end-if
             if werrmsg of kozukai-web-if not = space
               set mc-by-text to true
               move werrmsg of kozukai-web-if to mc-text
               call 'kozukaimsgcat' using msg-cat-area
               move mc-text to werrmsg of kozukai-web-if
             end-if
             perform varying wlbl-i from 1 by 1 until wlbl-i > 21
               move wlbl-i to wlbl-no
               move space to mc-id
               string 'MODE'  delimited size
                      wlbl-no delimited size
                 into mc-id
               end-string
               set mc-by-id to true
               move mode-label (wlbl-i) to mc-text
               call 'kozukaimsgcat' using msg-cat-area
               move mc-text to mode-label (wlbl-i)
             end-perform.
       TRANSLATE-SCREEN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  VALIDATE-SESSION  -  look the KZSESSION cookie up in the
      *  session store: a row written by this program (the 'K'
      *----------------------------------------------------------------
       GET-PAGE-SIZE section.
             move 10 to wpage-size
             move 'KOZUKAI_PAGESIZE' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-pagesize
             if wenv-pagesize not = space
                and wenv-pagesize is numeric then
               move wenv-pagesize to wenv-pagesize-num
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               close perf-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  WRITE-JSON-BROWSE  -  the "browse" document of the JSONOUT
      *  copybook off the filled screen record, so the JSON carries
      *  exactly the rows, paging keys and message the screen would
      *----------------------------------------------------------------
       WRITE-JSON-BROWSE section.
             move 'browse' to jo-name
             set jo-begin to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'error' to jo-name
             move werrmsg of kozukai-web-if to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'mode' to jo-name
             move wmode of kozukai-web-in to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'ledger' to jo-name
             move wledger of kozukai-web-in to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'next_key' to jo-name
             move wnext-key of kozukai-web-if to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'prev_key' to jo-name
             move wprev-key of kozukai-web-if to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'rows' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             perform varying wjson-x from 1 by 1 until wjson-x > 30
               if tbl-key (wjson-x) not = space
                 perform WRITE-JSON-ROW
               end-if
             end-perform
             set jo-end to true
             call 'kozukaijsonout' using json-out-area
             exit.

      *----------------------------------------------------------------
      *  WRITE-JSON-ROW  -  one filled row of table-array as a
      *  "rows" element
      *----------------------------------------------------------------
       WRITE-JSON-ROW section.
             set jo-open-object to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'key' to jo-name
             move tbl-key (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'date' to jo-name
             move tbl-key (wjson-x) (1:8) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'category' to jo-name
             move wcategory of table-array (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'in_or_out' to jo-name
             move in-or-out of table-array (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'amount' to jo-name
             move money of table-array (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'currency' to jo-name
             move wcurrency of table-array (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'note' to jo-name
             move note of table-array (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'member' to jo-name
             move wmember of table-array (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'balance' to jo-name
             move tbl-balance (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'parent' to jo-name
             move tbl-parent (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'receipt' to jo-name
             move tbl-receipt (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'account' to jo-name
             move tbl-account (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-close-object to true
             call 'kozukaijsonout' using json-out-area
             exit.
