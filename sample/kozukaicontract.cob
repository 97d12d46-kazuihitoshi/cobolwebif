       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaicontract.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the contract register
      *  (kozukaicontract.dat): insurance, mobile, rental and
      *  subscription contracts that renew unless notice is given.
      *  追加 keys a contract under the next free id - name, kind
      *  (I insurance, M mobile, R rental, S subscription, O other),
      *  counterparty, ledger category, premium per billing cycle
      *  (M/Q/H/Y), start date, next renewal date, renewal term in
      *  months (12 when blank) and the days of notice a
      *  cancellation needs; 変更 corrects any of them.  更新
      *  records that a contract has renewed, moving its renewal
      *  date on by the term; 解約 cancels it as of ENDDATE (the
      *  renewal date when blank), after which it is neither
      *  reminded of nor counted.  An admin may 削除 a contract
      *  keyed in error.  The screen lists the active contracts in
      *  renewal-date order with the last day notice can be given,
      *  those whose notice window is open (KOZUKAI_CONTRACT_LEAD
      *  days before that day, 14 when unset - the same window
      *  kozukairenewal.cob posts its chat reminder for)
      *  flagged '*'.  Every change goes through AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select contract-file assign to "kozukaicontract.dat"
           organization is indexed access mode is dynamic
           record key is ctr-id
           file status is contract-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd contract-file.
       copy contractfile.

       fd category-file.
       copy categoryfile.

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
         02 filler pic x(15) value 'CTRID'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wctr-id-in      pic x(06) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wname-in        pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'KIND'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wkind-in        pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'COUNTERPARTY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wparty-in       pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CATEGORY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcategory       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PREMIUM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpremium-in     pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CYCLE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcycle-in       pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'STARTDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wstart-in       pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'RENEWDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrenew-in       pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TERM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wterm-in        pic x(03) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTICE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnotice-in      pic x(03) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ENDDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wend-in         pic x(08) value space.
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
         02 contract-list-table.
            03 contract-list-array occurs 30.
               04 ktbl-id       pic x(06).
               04 ktbl-name     pic x(30).
               04 ktbl-kind     pic x(01).
               04 ktbl-party    pic x(30).
               04 ktbl-category pic x(20).
               04 ktbl-premium  pic -z(8)9.
               04 ktbl-cycle    pic x(01).
               04 ktbl-renewal  pic x(08).
               04 ktbl-deadline pic x(08).
               04 ktbl-open     pic x(01).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 contract-file-fs   pic 9(2).
       01 category-file-fs   pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 contract-eof       pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 j                  pic 9(03).

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-role        pic x(06) value space.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

      *  premium as keyed: spaces and commas squeezed out, digits
      *  only, before numval
       01 wpm-digits         pic x(12) value space.
       01 wpm-j              pic 9(03) value zero.
       01 wpm-k              pic 9(03) value zero.
       01 wpm-bad            pic 9(02) value zero.
       01 wpm-value          pic s9(09) value zero.
       01 wpm-disp           pic -z(8)9.

      *  term and notice as keyed: up to three digits, left or right
       01 wn3-in             pic x(03) value space.
       01 wn3-digits         pic x(03) value space.
       01 wn3-j              pic 9(02) value zero.
       01 wn3-k              pic 9(02) value zero.
       01 wn3-bad            pic 9(02) value zero.
       01 wn3-value          pic 9(03) value zero.
       01 wterm-num          pic 9(03) value zero.
       01 wnotice-num        pic 9(03) value zero.

      *  renewal arithmetic: the notice deadline and the window
      *  opening before it, and the move on by one term
       01 wenv-lead          pic x(03) value space.
       01 wlead-days         pic 9(03) value 14.
       01 wdl-num            pic 9(08) value zero.
       01 wdl-int            pic 9(09) value zero.
       01 wdeadline          pic x(08) value space.
       01 wwindow-open       pic x(08) value space.
       01 wrn-yyyy           pic 9(04) value zero.
       01 wrn-mm             pic 9(02) value zero.
       01 wrn-dd             pic 9(02) value zero.
       01 wrn-months         pic 9(05) value zero.

       01 wlist-count        pic 9(03) value zero.
       01 wlist-swap         pic x(115).

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
            move 'contract.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
           when '変更'
           when '更新'
           when '解約'
           when '削除'
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
            inspect wkind-in of webif-rec
               converting 'imrso' to 'IMRSO'
            inspect wcycle-in of webif-rec
               converting 'mqhy' to 'MQHY'
            evaluate wmode of webif-rec
             when '追加'
             when '変更'
             when '更新'
             when '解約'
             when '削除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          anyone who may post may keep the register; taking
      *          a contract back out is the admin's
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec = '削除'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '追加' perform ADD-CONTRACT
                    when '変更' perform CHANGE-CONTRACT
                    when '更新' perform RENEW-CONTRACT
                    when '解約' perform CANCEL-CONTRACT
                    when '削除' perform DELETE-CONTRACT
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-CONTRACTS
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
      *  ADD-CONTRACT  -  key a new contract under the next free id
      *  (one past the highest on file); name, kind, category,
      *  premium, cycle and renewal date are required
      *----------------------------------------------------------------
       ADD-CONTRACT section.
             if wname-in of webif-rec = space
                or wkind-in of webif-rec = space
                or wcategory of webif-rec = space
               move '名称と種別と分類が必要です'
                    to werrmsg of webif-rec
               go to ADD-CONTRACT-EXIT
             end-if
             if wpremium-in of webif-rec = space
                or wcycle-in of webif-rec = space
                or wrenew-in of webif-rec = space
               move '保険料と周期と更新日が必要です'
                    to werrmsg of webif-rec
               go to ADD-CONTRACT-EXIT
             end-if
             perform EDIT-CONTRACT-FIELDS
             if werrmsg of webif-rec not = space
               go to ADD-CONTRACT-EXIT
             end-if

             open i-o contract-file
             if contract-file-fs not = zero then
               open output contract-file
               close contract-file
               open i-o contract-file
             end-if
             if contract-file-fs not = zero then
               move '契約ファイルを開けません'
                    to werrmsg of webif-rec
               go to ADD-CONTRACT-EXIT
             end-if

             move zero to j
             move high-value to ctr-id
             start contract-file key is < ctr-id
               invalid key continue
               not invalid key
                 read contract-file previous record
                   at end continue
                   not at end move ctr-id to j
                 end-read
             end-start

             initialize contract-rec
             compute ctr-id = j + 1
             move wname-in of webif-rec     to ctr-name
             move wkind-in of webif-rec     to ctr-kind
             move wparty-in of webif-rec    to ctr-counterparty
             move wcategory of webif-rec    to ctr-category
             move wpm-value                 to ctr-premium
             move wcycle-in of webif-rec    to ctr-cycle
             move wstart-in of webif-rec    to ctr-start-date
             move wrenew-in of webif-rec    to ctr-renewal-date
             if wterm-in of webif-rec = space
               move 12 to ctr-term-months
             else
               move wterm-num to ctr-term-months
             end-if
             move wnotice-num to ctr-notice-days
             move 'A' to ctr-status
             move space to ctr-end-date
             move space to ctr-reminded-date
             perform STAMP-CONTRACT
             write contract-rec
               invalid key
                 move '契約を登録できません'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move ctr-id to audit-key
                 move space to audit-before-detail
                 perform DESCRIBE-CONTRACT
                 perform AUDIT-WRITE
                 move ctr-id to wctr-id-in of webif-rec
                 move '登録しました'
                      to werrmsg of webif-rec
             end-write
             close contract-file.
       ADD-CONTRACT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-CONTRACT-FIELDS  -  whichever of kind, category,
      *  premium, cycle, dates, term and notice the form carries
      *  must be sound; a blank one is left to the caller.  The
      *  parsed premium lands in wpm-value, the term in wterm-num
      *  and the notice days in wnotice-num.
      *----------------------------------------------------------------
       EDIT-CONTRACT-FIELDS section.
             if wkind-in of webif-rec not = space
               move wkind-in of webif-rec to ctr-kind
               if not ctr-kind-valid
                 move '種別はI/M/R/S/Oです'
                      to werrmsg of webif-rec
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
             end-if
             if wcycle-in of webif-rec not = space
               move wcycle-in of webif-rec to ctr-cycle
               if not ctr-cycle-valid
                 move '周期はM/Q/H/Yです'
                      to werrmsg of webif-rec
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
             end-if
             if wpremium-in of webif-rec not = space
               perform EDIT-PREMIUM
               if werrmsg of webif-rec not = space
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
             end-if
             if wstart-in of webif-rec not = space
               move wstart-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '開始日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
             end-if
             if wrenew-in of webif-rec not = space
               move wrenew-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '更新日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
             end-if
             if wstart-in of webif-rec not = space
                and wrenew-in of webif-rec not = space
                and wrenew-in of webif-rec
                    not > wstart-in of webif-rec
               move '更新日が開始日以前です'
                    to werrmsg of webif-rec
               go to EDIT-CONTRACT-FIELDS-EXIT
             end-if
             move zero to wterm-num
             if wterm-in of webif-rec not = space
               move wterm-in of webif-rec to wn3-in
               perform EDIT-NUM3
               if wn3-bad > zero or wn3-value = zero
                 move '契約期間(月)が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
               move wn3-value to wterm-num
             end-if
             move zero to wnotice-num
             if wnotice-in of webif-rec not = space
               move wnotice-in of webif-rec to wn3-in
               perform EDIT-NUM3
               if wn3-bad > zero
                 move '通知日数が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-CONTRACT-FIELDS-EXIT
               end-if
               move wn3-value to wnotice-num
             end-if
             if wcategory of webif-rec not = space
               perform CHECK-CATEGORY-EXISTS
             end-if.
       EDIT-CONTRACT-FIELDS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-PREMIUM  -  whole yen, more than zero
      *----------------------------------------------------------------
       EDIT-PREMIUM section.
             move zero to wpm-value
             move space to wpm-digits
             move zero to wpm-k
             move zero to wpm-bad
             perform varying wpm-j from 1 by 1 until wpm-j > 12
               evaluate true
                 when wpremium-in of webif-rec (wpm-j:1) = space
                 when wpremium-in of webif-rec (wpm-j:1) = ','
                   continue
                 when wpremium-in of webif-rec (wpm-j:1) numeric
                   add 1 to wpm-k
                   move wpremium-in of webif-rec (wpm-j:1)
                     to wpm-digits (wpm-k:1)
                 when other
                   add 1 to wpm-bad
               end-evaluate
             end-perform
             if wpm-k = zero or wpm-bad > zero
               move '保険料が不正です' to werrmsg of webif-rec
               go to EDIT-PREMIUM-EXIT
             end-if
             compute wpm-value =
                function numval (wpm-digits (1:wpm-k))
               on size error
                 move '保険料が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-PREMIUM-EXIT
             end-compute
             if wpm-value <= zero
               move '保険料が不正です' to werrmsg of webif-rec
             end-if.
       EDIT-PREMIUM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-NUM3  -  wn3-in as up to three digits with spaces
      *  either side into wn3-value; wn3-bad counts anything else
      *----------------------------------------------------------------
       EDIT-NUM3 section.
             move zero to wn3-value
             move space to wn3-digits
             move zero to wn3-k
             move zero to wn3-bad
             perform varying wn3-j from 1 by 1 until wn3-j > 3
               evaluate true
                 when wn3-in (wn3-j:1) = space
                   continue
                 when wn3-in (wn3-j:1) numeric
                   add 1 to wn3-k
                   move wn3-in (wn3-j:1) to wn3-digits (wn3-k:1)
                 when other
                   add 1 to wn3-bad
               end-evaluate
             end-perform
             if wn3-k = zero
               add 1 to wn3-bad
             else
               compute wn3-value =
                  function numval (wn3-digits (1:wn3-k))
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHANGE-CONTRACT  -  any field keyed on the form replaces
      *  the contract's; a new renewal date re-arms the reminder
      *----------------------------------------------------------------
       CHANGE-CONTRACT section.
             perform EDIT-CONTRACT-FIELDS
             if werrmsg of webif-rec not = space
               go to CHANGE-CONTRACT-EXIT
             end-if
             perform READ-CONTRACT
             if werrmsg of webif-rec not = space
               go to CHANGE-CONTRACT-EXIT
             end-if
             perform DESCRIBE-CONTRACT
             move audit-after-detail to audit-before-detail
             if wname-in of webif-rec not = space
               move wname-in of webif-rec to ctr-name
             end-if
             if wkind-in of webif-rec not = space
               move wkind-in of webif-rec to ctr-kind
             end-if
             if wparty-in of webif-rec not = space
               move wparty-in of webif-rec to ctr-counterparty
             end-if
             if wcategory of webif-rec not = space
               move wcategory of webif-rec to ctr-category
             end-if
             if wpremium-in of webif-rec not = space
               move wpm-value to ctr-premium
             end-if
             if wcycle-in of webif-rec not = space
               move wcycle-in of webif-rec to ctr-cycle
             end-if
             if wstart-in of webif-rec not = space
               move wstart-in of webif-rec to ctr-start-date
             end-if
             if wrenew-in of webif-rec not = space
               move wrenew-in of webif-rec to ctr-renewal-date
               move space to ctr-reminded-date
             end-if
             if wterm-in of webif-rec not = space
               move wterm-num to ctr-term-months
             end-if
             if wnotice-in of webif-rec not = space
               move wnotice-num to ctr-notice-days
             end-if
             perform STAMP-CONTRACT
             rewrite contract-rec
             close contract-file

             move 'CHANGE' to audit-operation
             move ctr-id to audit-key
             perform DESCRIBE-CONTRACT
             perform AUDIT-WRITE
             move '変更しました' to werrmsg of webif-rec.
       CHANGE-CONTRACT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RENEW-CONTRACT  -  the contract has renewed: its renewal
      *  date moves on by the term and the reminder re-arms
      *----------------------------------------------------------------
       RENEW-CONTRACT section.
             perform READ-CONTRACT
             if werrmsg of webif-rec not = space
               go to RENEW-CONTRACT-EXIT
             end-if
             if ctr-cancelled
               close contract-file
               move '解約済の契約です' to werrmsg of webif-rec
               go to RENEW-CONTRACT-EXIT
             end-if
             perform DESCRIBE-CONTRACT
             move audit-after-detail to audit-before-detail
             perform ADVANCE-RENEWAL
             move space to ctr-reminded-date
             perform STAMP-CONTRACT
             rewrite contract-rec
             close contract-file

             move 'RENEW' to audit-operation
             move ctr-id to audit-key
             perform DESCRIBE-CONTRACT
             perform AUDIT-WRITE
             move '更新しました' to werrmsg of webif-rec.
       RENEW-CONTRACT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CANCEL-CONTRACT  -  the contract ends on ENDDATE, or on its
      *  renewal date when none is keyed
      *----------------------------------------------------------------
       CANCEL-CONTRACT section.
             if wend-in of webif-rec not = space
               move wend-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '解約日が不正です' to werrmsg of webif-rec
                 go to CANCEL-CONTRACT-EXIT
               end-if
             end-if
             perform READ-CONTRACT
             if werrmsg of webif-rec not = space
               go to CANCEL-CONTRACT-EXIT
             end-if
             if ctr-cancelled
               close contract-file
               move '解約済の契約です' to werrmsg of webif-rec
               go to CANCEL-CONTRACT-EXIT
             end-if
             perform DESCRIBE-CONTRACT
             move audit-after-detail to audit-before-detail
             move 'C' to ctr-status
             if wend-in of webif-rec = space
               move ctr-renewal-date to ctr-end-date
             else
               move wend-in of webif-rec to ctr-end-date
             end-if
             perform STAMP-CONTRACT
             rewrite contract-rec
             close contract-file

             move 'CANCEL' to audit-operation
             move ctr-id to audit-key
             perform DESCRIBE-CONTRACT
             perform AUDIT-WRITE
             move '解約しました' to werrmsg of webif-rec.
       CANCEL-CONTRACT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-CONTRACT  -  withdraw a contract keyed in error
      *----------------------------------------------------------------
       DELETE-CONTRACT section.
             perform READ-CONTRACT
             if werrmsg of webif-rec not = space
               go to DELETE-CONTRACT-EXIT
             end-if
             perform DESCRIBE-CONTRACT
             move audit-after-detail to audit-before-detail
             delete contract-file
             close contract-file
             move 'DELETE' to audit-operation
             move ctr-id to audit-key
             move space to audit-after-detail
             perform AUDIT-WRITE
             move '削除しました' to werrmsg of webif-rec.
       DELETE-CONTRACT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  READ-CONTRACT  -  open the register i-o and read CTRID's
      *  row; on success the file is left open for the caller
      *----------------------------------------------------------------
       READ-CONTRACT section.
             if wctr-id-in of webif-rec not numeric
               move '契約番号が不正です'
                    to werrmsg of webif-rec
               go to READ-CONTRACT-EXIT
             end-if
             open i-o contract-file
             if contract-file-fs not = zero then
               move '契約ファイルを開けません'
                    to werrmsg of webif-rec
               go to READ-CONTRACT-EXIT
             end-if
             move wctr-id-in of webif-rec to ctr-id
             read contract-file
               invalid key
                 move '該当する契約がありません'
                      to werrmsg of webif-rec
                 close contract-file
             end-read.
       READ-CONTRACT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DESCRIBE-CONTRACT  -  the audit line for the current row
      *----------------------------------------------------------------
       DESCRIBE-CONTRACT section.
             move ctr-premium to wpm-disp
             move space to audit-after-detail
             string ctr-renewal-date delimited size
                    ' '              delimited size
                    ctr-cycle        delimited size
                    wpm-disp         delimited size
                    ' '              delimited size
                    ctr-status       delimited size
                    ' '              delimited size
                    ctr-name         delimited size
               into audit-after-detail
             end-string
             exit.

      *----------------------------------------------------------------
      *  STAMP-CONTRACT  -  who changed the row, and when
      *----------------------------------------------------------------
       STAMP-CONTRACT section.
             move wusername of webif-rec to ctr-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into ctr-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  ADVANCE-RENEWAL  -  ctr-renewal-date on by ctr-term-months
      *  (12 when the term is zero), a day past the new month's end
      *  pulled back to it
      *----------------------------------------------------------------
       ADVANCE-RENEWAL section.
             move ctr-renewal-date (1:4) to wrn-yyyy
             move ctr-renewal-date (5:2) to wrn-mm
             move ctr-renewal-date (7:2) to wrn-dd
             if ctr-term-months = zero
               compute wrn-months = wrn-yyyy * 12 + wrn-mm - 1 + 12
             else
               compute wrn-months = wrn-yyyy * 12 + wrn-mm - 1
                                  + ctr-term-months
             end-if
             compute wrn-yyyy = wrn-months / 12
             compute wrn-mm = wrn-months - wrn-yyyy * 12 + 1
             move space to wdc-date
             string wrn-yyyy delimited size
                    wrn-mm   delimited size
                    wrn-dd   delimited size
               into wdc-date
             end-string
             perform CHECK-DATE
             perform until date-ok or wrn-dd < 29
               subtract 1 from wrn-dd
               move wrn-dd to wdc-date (7:2)
               perform CHECK-DATE
             end-perform
             move wdc-date to ctr-renewal-date
             exit.

      *----------------------------------------------------------------
      *  SET-DEADLINE  -  the last day notice can be given (the
      *  renewal date less the notice days) and the day the window
      *  opens, KOZUKAI_CONTRACT_LEAD days before it
      *----------------------------------------------------------------
       SET-DEADLINE section.
             move ctr-renewal-date to wdl-num
             compute wdl-int = function integer-of-date(wdl-num)
                             - ctr-notice-days
             compute wdl-num = function date-of-integer(wdl-int)
             move wdl-num to wdeadline
             compute wdl-num =
                function date-of-integer(wdl-int - wlead-days)
             move wdl-num to wwindow-open
             exit.

      *----------------------------------------------------------------
      *  LIST-CONTRACTS  -  the active contracts into the display
      *  table, then ordered by renewal date (an exchange sort; the
      *  table is thirty rows), open notice windows flagged '*'
      *----------------------------------------------------------------
       LIST-CONTRACTS section.
             move space to contract-list-table of webif-rec
             move zero to wlist-count
             accept wnow-date from date yyyymmdd
             move 'KOZUKAI_CONTRACT_LEAD' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-lead
             if wenv-lead not = space
               move wenv-lead to wn3-in
               perform EDIT-NUM3
               if wn3-bad = zero
                 move wn3-value to wlead-days
               end-if
             end-if
             open input contract-file
             if contract-file-fs not = zero
               go to LIST-CONTRACTS-EXIT
             end-if
             move space to contract-eof
             read contract-file next record
               at end move 'EOF' to contract-eof
             end-read
             perform until contract-eof = 'EOF' or wlist-count >= 30
               if ctr-active and ctr-renewal-date numeric
                 perform SET-DEADLINE
                 add 1 to wlist-count
                 move ctr-id           to ktbl-id (wlist-count)
                 move ctr-name         to ktbl-name (wlist-count)
                 move ctr-kind         to ktbl-kind (wlist-count)
                 move ctr-counterparty to ktbl-party (wlist-count)
                 move ctr-category     to ktbl-category (wlist-count)
                 move ctr-premium      to ktbl-premium (wlist-count)
                 move ctr-cycle        to ktbl-cycle (wlist-count)
                 move ctr-renewal-date to ktbl-renewal (wlist-count)
                 move wdeadline        to ktbl-deadline (wlist-count)
                 if wnow-date not < wwindow-open
                   move '*' to ktbl-open (wlist-count)
                 end-if
               end-if
               read contract-file next record
                 at end move 'EOF' to contract-eof
               end-read
             end-perform
             close contract-file

             perform varying i from 1 by 1 until i >= wlist-count
               perform varying j from i by 1 until j > wlist-count
                 if ktbl-renewal (j) < ktbl-renewal (i)
                   move contract-list-array (i) to wlist-swap
                   move contract-list-array (j)
                     to contract-list-array (i)
                   move wlist-swap to contract-list-array (j)
                 end-if
               end-perform
             end-perform.
       LIST-CONTRACTS-EXIT.
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
      *  the credentials master before a contract may change
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
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
      *  hand it to the CGI framework's log writer
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaicontract' to audit-program
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
