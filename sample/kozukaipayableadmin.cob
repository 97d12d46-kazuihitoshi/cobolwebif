       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayableadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Bills-payable register CGI - maintains kozukaipayable.dat.
      *  Lists the open bills in due-date order with overdue ones
      *  marked, and lets a credentialed user key a bill when the
      *  paper arrives (追加: payee, amount, due date, category,
      *  member, paying account), correct (変更) or withdraw (削除)
      *  one still open, and pay one (支払): the OUT row posts
      *  through the same gates a keyed 追加 takes - category and
      *  member masters, payment account, money range, calendar
      *  date, closed period - with its audit row and the totals
      *  fold, and the bill is stamped paid with the posted ledger
      *  key.  A paid bill keeps its row as the record of payment.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payable-file assign to "kozukaipayable.dat"
           organization is indexed access mode is dynamic
           record key is pay-id
           file status is payable-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select member-file assign to "kozukaimember.dat"
           organization is indexed access mode is random
           record key is member-key
           file status is member-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is random
           record key is pacct-code
           file status is payacct-file-fs.
        select period-file assign to "kozukaiperiod.dat"
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
        select totals-file assign to "kozukaitotals.dat"
           organization is indexed access mode is random
           record key is tot-key
           file status is totals-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payable-file.
       copy payablefile.

       fd kozukai-file.
       copy kozukaifile.

       fd category-file.
       copy categoryfile.

       fd member-file.
       copy memberfile.

       fd payacct-file.
       copy payacctfile.

       fd period-file.
       copy periodfile.

       fd totals-file.
       copy kozukaitotalsfile.

       fd rate-file.
       copy ratefile.

       fd credentials-file.
       copy credentialsfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wscreenname     pic x(80) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MODE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmode           pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYID'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpay-id-in      pic x(06) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYEE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpayee-in       pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MONEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmoney-in       pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DUEDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdue-date-in    pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CATEGORY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcategory       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MEMBER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmember         pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ACCOUNT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount-in     pic x(04) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpay-date-in    pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'USERNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wusername       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PASSWORD'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpassword       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ERRMSG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
      *  an admin's reason for paying a bill into a frozen category
         02 filler pic x(15) value 'FREEZEOVR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfreeze-reason  pic x(40) value space.
         02 filler pic x value low-value.
         02 payable-list-table.
            03 payable-list-array occurs 20.
               04 ptbl-id       pic x(06).
               04 ptbl-payee    pic x(30).
               04 ptbl-money    pic -z(8)9.
               04 ptbl-due      pic x(08).
               04 ptbl-category pic x(20).
               04 ptbl-member   pic x(20).
               04 ptbl-account  pic x(04).
               04 ptbl-overdue  pic x(01).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy datecheck.

       copy freezecheck.

       77 rc                 pic s9(10) binary.
       01 payable-file-fs    pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 category-file-fs   pic 9(2).
       01 member-file-fs     pic 9(2).
       01 payacct-file-fs    pic 9(2).
       01 period-file-fs     pic 9(2).
       01 totals-file-fs     pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 payable-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 j                  pic 9(03).

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-role        pic x(06) value space.

       01 freeze-override-flag pic x value 'N'.
        88 freeze-overridden    value 'Y'.
        88 freeze-not-overridden value 'N'.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

      *  amount as keyed: spaces squeezed out before numval, the
      *  template screen's rule
       01 wpm-digits         pic x(12) value space.
       01 wpm-j              pic 9(03) value zero.
       01 wpm-k              pic 9(03) value zero.
       01 wpm-value          pic s9(09) value zero.
       01 wpm-disp           pic -z(8)9.

       01 wclosed-ym         pic x(06) value space.
       01 wmoney-max         pic s9(09) value 1000000.
       01 wseq-sec           pic 9(04) value zero.
       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
        88 posted-not-ok        value 'N'.
       01 wpay-date          pic x(08) value space.
       77 wcheck-account     pic x(04) value space.
       77 wdefault-account   pic x(04) value space.
       01 account-ok-flag    pic x value 'Y'.
        88 account-ok           value 'Y'.
        88 account-not-ok       value 'N'.

      *  the open bills gathered for display, then put in due-date
      *  order before they go to the screen
       01 wlist-count        pic 9(03) value zero.
       01 wlist-swap         pic x(99).

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
      *  rate master by LOAD-RATE-TABLE, so a posted OUT folds into
      *  the category-month totals at the rate in effect on its own
      *  date, the same rule every poster follows
      *----------------------------------------------------------------
       01 currency-rate-tab.
        02 currency-rate-entry occurs 100.
         03 currency-rate-code  pic x(03).
         03 currency-rate-from  pic x(08).
         03 currency-rate-value pic 9(06)v99.
       01 currency-rate-count pic 9(03) value zero.
       01 wexch-rate         pic 9(06)v99.
       01 wexch-best-date    pic x(08) value space.
       01 wexch-k            pic 9(03).
       01 wmoney-jpy         pic s9(10).

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          if wscreenname of webif-rec = space then
            move 'payableadmin.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused then
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            STOP RUN
          end-if.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
           when '変更'
           when '削除'
           when '支払'
             set lc-lock-exclusive to true
           when other
             set lc-lock-share to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            string 'ロックを取得できないため'
                     delimited size
                   '処理を中断しました'
                     delimited size
              into werrmsg of webif-rec
            end-string
          else
            evaluate wmode of webif-rec
             when '追加'
             when '変更'
             when '削除'
             when '支払'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          a viewer mutates nothing, here as everywhere
                 if wlogin-role = 'viewer'
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '追加' perform ADD-PAYABLE
                    when '変更' perform CHANGE-PAYABLE
                    when '削除' perform DELETE-PAYABLE
                    when '支払' perform PAY-PAYABLE
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-PAYABLES
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

      *----------------------------------------------------------------
      *  ADD-PAYABLE  -  key a new bill under the next free id (one
      *  past the highest on file); payee, amount, due date and
      *  category are required, the category and member must be in
      *  their masters now so the payment does not trip on them later
      *----------------------------------------------------------------
       ADD-PAYABLE section.
             if wpayee-in of webif-rec = space
                or wcategory of webif-rec = space
               move '支払先と分類を入力してください'
                    to werrmsg of webif-rec
               go to ADD-PAYABLE-EXIT
             end-if
             perform EDIT-PAYABLE-FIELDS
             if werrmsg of webif-rec not = space
               go to ADD-PAYABLE-EXIT
             end-if
             if wmoney-in of webif-rec = space
                or wdue-date-in of webif-rec = space
               move '金額と期日を入力してください'
                    to werrmsg of webif-rec
               go to ADD-PAYABLE-EXIT
             end-if

             open i-o payable-file
             if payable-file-fs not = zero then
               open output payable-file
               close payable-file
               open i-o payable-file
             end-if
             if payable-file-fs not = zero then
               move '請求書ファイルを開けません'
                    to werrmsg of webif-rec
               go to ADD-PAYABLE-EXIT
             end-if

             move zero to j
             move high-value to pay-id
             start payable-file key is < pay-id
               invalid key continue
               not invalid key
                 read payable-file previous record
                   at end continue
                   not at end move pay-id to j
                 end-read
             end-start

             initialize payable-rec
             compute pay-id = j + 1
             move wpayee-in of webif-rec    to pay-payee
             move wpm-value                 to pay-money
             move wdue-date-in of webif-rec to pay-due-date
             move wcategory of webif-rec    to pay-category
             move wmember of webif-rec      to pay-member
             move waccount-in of webif-rec  to pay-account
             move 'O' to pay-status
             perform STAMP-PAYABLE
             write payable-rec
               invalid key
                 move '請求書を登録できません'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move pay-id to audit-key
                 move space to audit-before-detail
                 move pay-money to wpm-disp
                 move space to audit-after-detail
                 string pay-due-date delimited size
                        ' '          delimited size
                        wpm-disp     delimited size
                        ' '          delimited size
                        pay-payee    delimited size
                   into audit-after-detail
                 end-string
                 perform AUDIT-WRITE
                 move pay-id to wpay-id-in of webif-rec
                 move '登録しました'
                      to werrmsg of webif-rec
             end-write
             close payable-file.
       ADD-PAYABLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-PAYABLE-FIELDS  -  whichever of amount, due date,
      *  category, member and account the form carries must be
      *  sound; a blank one is left to the caller.  The parsed
      *  amount lands in wpm-value.
      *----------------------------------------------------------------
       EDIT-PAYABLE-FIELDS section.
             if wmoney-in of webif-rec not = space
               move space to wpm-digits
               move zero to wpm-k
               perform varying wpm-j from 1 by 1 until wpm-j > 12
                 if wmoney-in of webif-rec (wpm-j:1) not = space
                   add 1 to wpm-k
                   if wpm-k <= 12
                     move wmoney-in of webif-rec (wpm-j:1)
                       to wpm-digits (wpm-k:1)
                   end-if
                 end-if
               end-perform
               if wpm-k = zero
                  or wpm-digits (1:wpm-k) not numeric
                 move '金額が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-PAYABLE-FIELDS-EXIT
               end-if
               compute wpm-value =
                  function numval (wpm-digits (1:wpm-k))
                 on size error
                   move '金額が不正です'
                        to werrmsg of webif-rec
                   go to EDIT-PAYABLE-FIELDS-EXIT
               end-compute
               if wpm-value <= zero or wpm-value > wmoney-max
                 move '金額が範囲外です'
                      to werrmsg of webif-rec
                 go to EDIT-PAYABLE-FIELDS-EXIT
               end-if
             end-if
             if wdue-date-in of webif-rec not = space
               move wdue-date-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '期日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-PAYABLE-FIELDS-EXIT
               end-if
             end-if
             if wcategory of webif-rec not = space
               perform CHECK-CATEGORY-EXISTS
               if werrmsg of webif-rec not = space
                 go to EDIT-PAYABLE-FIELDS-EXIT
               end-if
             end-if
             if wmember of webif-rec not = space
               perform CHECK-MEMBER-EXISTS
               if werrmsg of webif-rec not = space
                 go to EDIT-PAYABLE-FIELDS-EXIT
               end-if
             end-if
             if waccount-in of webif-rec not = space
               move waccount-in of webif-rec to wcheck-account
               perform CHECK-ACCOUNT
               if account-not-ok
                 move '未登録か閉鎖済の口座です'
                      to werrmsg of webif-rec
               end-if
             end-if.
       EDIT-PAYABLE-FIELDS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-PAYABLE  -  any field keyed on the form replaces the
      *  open bill's; a paid bill is history and is not changed
      *----------------------------------------------------------------
       CHANGE-PAYABLE section.
             if wpay-id-in of webif-rec not numeric
               move '請求書番号が不正です'
                    to werrmsg of webif-rec
               go to CHANGE-PAYABLE-EXIT
             end-if
             perform EDIT-PAYABLE-FIELDS
             if werrmsg of webif-rec not = space
               go to CHANGE-PAYABLE-EXIT
             end-if
             open i-o payable-file
             if payable-file-fs not = zero then
               move '請求書ファイルを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-PAYABLE-EXIT
             end-if
             move wpay-id-in of webif-rec to pay-id
             read payable-file
               invalid key
                 move '該当する請求書がありません'
                      to werrmsg of webif-rec
                 close payable-file
                 go to CHANGE-PAYABLE-EXIT
             end-read
             if pay-is-paid
               move '支払済の請求書です'
                    to werrmsg of webif-rec
               close payable-file
               go to CHANGE-PAYABLE-EXIT
             end-if

             move pay-money to wpm-disp
             move space to audit-before-detail
             string pay-due-date delimited size
                    ' '          delimited size
                    wpm-disp     delimited size
                    ' '          delimited size
                    pay-payee    delimited size
               into audit-before-detail
             end-string
             if wpayee-in of webif-rec not = space
               move wpayee-in of webif-rec to pay-payee
             end-if
             if wmoney-in of webif-rec not = space
               move wpm-value to pay-money
             end-if
             if wdue-date-in of webif-rec not = space
               move wdue-date-in of webif-rec to pay-due-date
             end-if
             if wcategory of webif-rec not = space
               move wcategory of webif-rec to pay-category
             end-if
             if wmember of webif-rec not = space
               move wmember of webif-rec to pay-member
             end-if
             if waccount-in of webif-rec not = space
               move waccount-in of webif-rec to pay-account
             end-if
             perform STAMP-PAYABLE
             rewrite payable-rec
             close payable-file

             move 'CHANGE' to audit-operation
             move pay-id to audit-key
             move pay-money to wpm-disp
             move space to audit-after-detail
             string pay-due-date delimited size
                    ' '          delimited size
                    wpm-disp     delimited size
                    ' '          delimited size
                    pay-payee    delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             move '変更しました'
                  to werrmsg of webif-rec.
       CHANGE-PAYABLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-PAYABLE  -  withdraw a bill keyed by mistake or
      *  cancelled by the sender; a paid bill stays as the record
      *----------------------------------------------------------------
       DELETE-PAYABLE section.
             if wpay-id-in of webif-rec not numeric
               move '請求書番号が不正です'
                    to werrmsg of webif-rec
               go to DELETE-PAYABLE-EXIT
             end-if
             open i-o payable-file
             if payable-file-fs not = zero then
               move '請求書ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-PAYABLE-EXIT
             end-if
             move wpay-id-in of webif-rec to pay-id
             read payable-file
               invalid key
                 move '該当する請求書がありません'
                      to werrmsg of webif-rec
               not invalid key
                 if pay-is-paid
                   move '支払済の請求書です'
                        to werrmsg of webif-rec
                 else
                   move pay-money to wpm-disp
                   move space to audit-before-detail
                   string pay-due-date delimited size
                          ' '          delimited size
                          wpm-disp     delimited size
                          ' '          delimited size
                          pay-payee    delimited size
                     into audit-before-detail
                   end-string
                   delete payable-file
                   move 'DELETE' to audit-operation
                   move pay-id to audit-key
                   move space to audit-after-detail
                   perform AUDIT-WRITE
                   move '削除しました'
                        to werrmsg of webif-rec
                 end-if
             end-read
             close payable-file.
       DELETE-PAYABLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PAY-PAYABLE  -  支払: the bill's OUT row, dated PAYDATE
      *  (today when blank), through the keyed-add gates; the
      *  free-sequence hunt, audit and totals fold as every poster
      *  does, then the bill is stamped paid with the posted key
      *----------------------------------------------------------------
       PAY-PAYABLE section.
             if wpay-id-in of webif-rec not numeric
               move '請求書番号が不正です'
                    to werrmsg of webif-rec
               go to PAY-PAYABLE-EXIT
             end-if
             move wpay-date-in of webif-rec to wpay-date
             if wpay-date = space
               accept wpay-date from date yyyymmdd
             end-if
             move wpay-date to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move '支払日が不正です'
                    to werrmsg of webif-rec
               go to PAY-PAYABLE-EXIT
             end-if
             perform GET-CLOSED-PERIOD
             if wclosed-ym not = space
                and wpay-date (1:6) not > wclosed-ym
               move '締め済の期間には登録できません'
                    to werrmsg of webif-rec
               go to PAY-PAYABLE-EXIT
             end-if

             open i-o payable-file
             if payable-file-fs not = zero then
               move '請求書ファイルを開けません'
                    to werrmsg of webif-rec
               go to PAY-PAYABLE-EXIT
             end-if
             move wpay-id-in of webif-rec to pay-id
             read payable-file
               invalid key
                 move '該当する請求書がありません'
                      to werrmsg of webif-rec
                 close payable-file
                 go to PAY-PAYABLE-EXIT
             end-read
             if pay-is-paid
               move '支払済の請求書です'
                    to werrmsg of webif-rec
               close payable-file
               go to PAY-PAYABLE-EXIT
             end-if

      *      the keyed-add gates, against the bill as it stands now
             move pay-category to wcategory of webif-rec
             perform CHECK-CATEGORY-EXISTS
             if werrmsg of webif-rec = space
                and pay-member not = space
               move pay-member to wmember of webif-rec
               perform CHECK-MEMBER-EXISTS
             end-if
             if werrmsg of webif-rec = space
               if pay-money <= zero or pay-money > wmoney-max
                 move '金額が範囲外です'
                      to werrmsg of webif-rec
               end-if
             end-if
             if werrmsg of webif-rec = space
               move pay-account to wcheck-account
               if wcheck-account = space
                 move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
                 call 'kozukaiparam' using param-get-area
                 move prm-value to wdefault-account
                 move wdefault-account to wcheck-account
               end-if
               perform CHECK-ACCOUNT
               if account-not-ok
                 move '未登録か閉鎖済の口座です'
                      to werrmsg of webif-rec
               end-if
             end-if
             if werrmsg of webif-rec not = space
               close payable-file
               go to PAY-PAYABLE-EXIT
             end-if

      *      a bill paid into a frozen category (or under a frozen
      *      parent) is refused unless an admin gave a reason
             set freeze-not-overridden to true
             move 'category.dat' to fzc-category-file
             move pay-category to fzc-category
             move wpay-date to fzc-date
             call 'kozukaifreezecheck' using freeze-check-area
             if fzc-frozen
               if wlogin-role = 'admin'
                  and wfreeze-reason of webif-rec not = space
                 set freeze-overridden to true
               else
                 string '凍結中の分類です: ' delimited size
                        fzc-frozen-category  delimited by '  '
                        ' ~'                 delimited size
                        fzc-to-date          delimited size
                   into werrmsg of webif-rec
                 end-string
                 close payable-file
                 go to PAY-PAYABLE-EXIT
               end-if
             end-if

             set posted-not-ok to true
             open i-o kozukai-file
             if kozukai-file-fs not = zero
               open output kozukai-file
               close kozukai-file
               open i-o kozukai-file
             end-if
             if kozukai-file-fs not = zero
               move '台帳を開けません'
                    to werrmsg of webif-rec
               close payable-file
               go to PAY-PAYABLE-EXIT
             end-if

             initialize kozukai-rec
             move wpay-date     to wdate-rec of kozukai-rec
             move pay-category  to wcategory of kozukai-rec
             move '2'           to in-or-out of kozukai-rec
             move pay-money     to money     of kozukai-rec
             move pay-payee     to note      of kozukai-rec
             move pay-member    to wmember   of kozukai-rec
             move 'JPY'         to wcurrency of kozukai-rec
             move wcheck-account to waccount of kozukai-rec
             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or posted-ok
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 not invalid key set posted-ok to true
               end-write
             end-perform
             close kozukai-file

             if posted-not-ok
               move '台帳に登録できません'
                    to werrmsg of webif-rec
               close payable-file
               go to PAY-PAYABLE-EXIT
             end-if

             move 'ADD' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
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

             perform LOAD-RATE-TABLE
             perform ADJUST-TOTALS

             move 'P' to pay-status
             move wpay-date to pay-paid-date
             move kozukai-key of kozukai-rec to pay-posted-key
             perform STAMP-PAYABLE
             rewrite payable-rec
             close payable-file

             move 'PAY' to audit-operation
             move pay-id to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-after-category
             move space to audit-after-inorout
             move zero  to audit-after-money
             move space to audit-after-note
             move space to audit-before-detail
             move space to audit-after-detail
             string pay-paid-date  delimited size
                    ' '            delimited size
                    pay-posted-key delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE

             string '支払を登録しました ' delimited size
                    pay-posted-key       delimited size
               into werrmsg of webif-rec
             end-string.
       PAY-PAYABLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-PAYABLE  -  last-changed timestamp on the bill
      *----------------------------------------------------------------
       STAMP-PAYABLE section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into pay-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-PAYABLES  -  the open bills into the display table,
      *  then ordered by due date (a simple exchange sort; the table
      *  is twenty rows), overdue ones flagged '*'
      *----------------------------------------------------------------
       LIST-PAYABLES section.
             move space to payable-list-table of webif-rec
             move zero to wlist-count
             accept wnow-date from date yyyymmdd
             open input payable-file
             if payable-file-fs not = zero
               go to LIST-PAYABLES-EXIT
             end-if
             move space to payable-eof
             read payable-file next record
               at end move 'EOF' to payable-eof
             end-read
             perform until payable-eof = 'EOF' or wlist-count >= 20
               if pay-is-open
                 add 1 to wlist-count
                 move pay-id       to ptbl-id (wlist-count)
                 move pay-payee    to ptbl-payee (wlist-count)
                 move pay-money    to ptbl-money (wlist-count)
                 move pay-due-date to ptbl-due (wlist-count)
                 move pay-category to ptbl-category (wlist-count)
                 move pay-member   to ptbl-member (wlist-count)
                 move pay-account  to ptbl-account (wlist-count)
                 if pay-due-date < wnow-date
                   move '*' to ptbl-overdue (wlist-count)
                 end-if
               end-if
               read payable-file next record
                 at end move 'EOF' to payable-eof
               end-read
             end-perform
             close payable-file

             perform varying i from 1 by 1 until i >= wlist-count
               perform varying j from i by 1 until j > wlist-count
                 if ptbl-due (j) < ptbl-due (i)
                   move payable-list-array (i) to wlist-swap
                   move payable-list-array (j)
                     to payable-list-array (i)
                   move wlist-swap to payable-list-array (j)
                 end-if
               end-perform
             end-perform.
       LIST-PAYABLES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-CATEGORY-EXISTS  -  the category must be in the
      *  master; the message doubles as the not-ok flag
      *----------------------------------------------------------------
       CHECK-CATEGORY-EXISTS section.
             open input category-file
             if category-file-fs not = zero
               move '分類マスタを開けません'
                    to werrmsg of webif-rec
               go to CHECK-CATEGORY-EXISTS-EXIT
             end-if
             move wcategory of webif-rec to category-key
             read category-file
               invalid key
                 move '未登録の分類です'
                      to werrmsg of webif-rec
             end-read
             close category-file.
       CHECK-CATEGORY-EXISTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-MEMBER-EXISTS  -  the member must be in the master
      *  and not departed; a missing master passes everything, the
      *  rule CHECK-MEMBER has always kept
      *----------------------------------------------------------------
       CHECK-MEMBER-EXISTS section.
             open input member-file
             if member-file-fs not = zero
               go to CHECK-MEMBER-EXISTS-EXIT
             end-if
             move wmember of webif-rec to member-key
             read member-file
               invalid key
                 move '未登録のメンバーです'
                      to werrmsg of webif-rec
               not invalid key
                 if member-departed
                   move '退会済のメンバーです'
                        to werrmsg of webif-rec
                 end-if
             end-read
             close member-file.
       CHECK-MEMBER-EXISTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-ACCOUNT  -  confirm wcheck-account exists in the
      *  payment-account master and is still open.  A blank account
      *  (no default configured) passes, and a master that does not
      *  exist yet passes everything, the CHECK-MEMBER rule.
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
      *  GET-CLOSED-PERIOD  -  read the last closed YYYYMM from the
      *  period-control file; a missing file or row means no month
      *  has ever been closed, so nothing is locked
      *----------------------------------------------------------------
       GET-CLOSED-PERIOD section.
             move space to wclosed-ym
             move 'CLOSEDYM' to period-key
             open input period-file
             if period-file-fs = zero then
               read period-file
                 invalid key continue
                 not invalid key move period-closed-ym to wclosed-ym
               end-read
               close period-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  ADJUST-TOTALS  -  fold the just-posted OUT row into the
      *  category-month totals file the budget check reads; a row
      *  that does not exist yet is left for the budget check to
      *  seed from its own full scan, the same rule the CGI follows
      *----------------------------------------------------------------
       ADJUST-TOTALS section.
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = money of kozukai-rec * wexch-rate
             move wcategory of kozukai-rec to tot-category
             move wdate-rec of kozukai-rec (1:6) to tot-ym
             open i-o totals-file
             if totals-file-fs not = zero
               go to ADJUST-TOTALS-EXIT
             end-if
             read totals-file
               invalid key continue
               not invalid key
                 add wmoney-jpy to tot-out-total
                 accept wnow-date from date yyyymmdd
                 accept wnow-time from time
                 string wnow-date delimited size
                        wnow-time delimited size
                   into tot-updated
                 end-string
                 rewrite totals-rec
             end-read
             close totals-file.
       ADJUST-TOTALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
      *  leaves the table empty, so every conversion falls back to
      *  rate 1.00 the same way an unrecognized currency always has
      *----------------------------------------------------------------
       LOAD-RATE-TABLE section.
             move zero to currency-rate-count
             open input rate-file
             if rate-file-fs = zero then
               move space to rate-eof
               read rate-file next record
                 at end move 'EOF' to rate-eof
               end-read
               perform until rate-eof = 'EOF'
                  or currency-rate-count >= 100
                 add 1 to currency-rate-count
                 move rate-currency to
                      currency-rate-code (currency-rate-count)
                 move rate-from-date to
                      currency-rate-from (currency-rate-count)
                 move rate-value to
                      currency-rate-value (currency-rate-count)
                 read rate-file next record
                   at end move 'EOF' to rate-eof
                 end-read
               end-perform
               close rate-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOOKUP-EXCHANGE-RATE  -  translate wcurrency of kozukai-rec
      *  into the JPY conversion rate in effect on the record's own
      *  wdate-rec (the newest rate-from-date not after it); a blank
      *  or unrecognized currency code, or one with no rate effective
      *  yet, is treated as JPY (rate 1.00)
      *----------------------------------------------------------------
       LOOKUP-EXCHANGE-RATE section.
             move 1.00 to wexch-rate
             move space to wexch-best-date
             if wcurrency of kozukai-rec not = space then
               perform varying wexch-k from 1 by 1
                          until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) =
                    wcurrency of kozukai-rec
                    and currency-rate-from (wexch-k) not >
                        wdate-rec of kozukai-rec
                    and (wexch-best-date = space
                         or currency-rate-from (wexch-k) not <
                            wexch-best-date)
                   move currency-rate-from (wexch-k)
                     to wexch-best-date
                   move currency-rate-value (wexch-k) to wexch-rate
                 end-if
               end-perform
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-DATE  -  calendar validation of wdc-date: eight
      *  digits, a real month, a real day for the month (February 29
      *  only in a leap year)
      *----------------------------------------------------------------
       CHECK-DATE section.
             set date-not-ok to true
             if wdc-date not numeric
               go to CHECK-DATE-EXIT
             end-if
             move wdc-date (1:4) to wdc-yyyy
             move wdc-date (5:2) to wdc-mm
             move wdc-date (7:2) to wdc-dd
             if wdc-mm < 1 or wdc-mm > 12
               go to CHECK-DATE-EXIT
             end-if
             evaluate wdc-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to wdc-maxdd
               when 4 when 6 when 9 when 11
                 move 30 to wdc-maxdd
               when 2
                 if function mod(wdc-yyyy, 4) = zero
                    and (function mod(wdc-yyyy, 100) not = zero
                         or function mod(wdc-yyyy, 400) = zero)
                   move 29 to wdc-maxdd
                 else
                   move 28 to wdc-maxdd
                 end-if
             end-evaluate
             if wdc-dd < 1 or wdc-dd > wdc-maxdd
               go to CHECK-DATE-EXIT
             end-if
             set date-ok to true.
       CHECK-DATE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before a bill may be keyed or paid
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             if wusername of webif-rec not = space then
               move wusername of webif-rec to cred-username
               open input credentials-file
               if credentials-file-fs = zero then
                 read credentials-file
                   invalid key set login-not-ok to true
                   not invalid key
                     perform VERIFY-CRED-PASSWORD
                     move cred-role to wlogin-role
                 end-read
                 close credentials-file
               end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  VERIFY-CRED-PASSWORD  -  a locked account never verifies;
      *  otherwise the posted password is checked against the salted
      *  hash, falling back to the legacy clear-text field only while
      *  the row has no hash yet
      *----------------------------------------------------------------
       VERIFY-CRED-PASSWORD section.
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to VERIFY-CRED-PASSWORD-EXIT
             end-if
             if cred-is-locked
               go to VERIFY-CRED-PASSWORD-EXIT
             end-if
             if cred-hash not = zero
               move cred-salt to whash-salt
               move wpassword of webif-rec to whash-pass
               perform COMPUTE-CRED-HASH
               if whash-value = cred-hash
                 set login-ok to true
               end-if
             else
               if cred-password not = space
                  and cred-password = wpassword of webif-rec
                 set login-ok to true
               end-if
             end-if.
       VERIFY-CRED-PASSWORD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  byte modulo the prime 999999937, the same fold the audit
      *  chain uses
      *----------------------------------------------------------------
       COMPUTE-CRED-HASH section.
             move zero to whash-work
             perform varying whash-i from 1 by 1
                until whash-i > length of whash-input
               compute whash-ord =
                  function ord(whash-input (whash-i:1))
               compute whash-work =
                  function mod(whash-work * 31 + whash-ord,
                               999999937)
             end-perform
             move whash-work to whash-value
             exit.

      *----------------------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); KOZUKAI_LOCKTIMEOUT lets an
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               move wenv-locktmo-num to lc-lock-timeout
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaipayableadmin' to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'program allow-list' to audit-after-detail
               perform AUDIT-WRITE
               move 'この接続元からは利用できません'
                    to werrmsg of webif-rec
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
      *  hand it to the CGI framework's log writer
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaipayableadmin' to audit-program
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
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
