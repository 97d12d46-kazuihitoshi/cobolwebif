       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaircptitem.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Receipt item-line CGI - what was on a receipt already in
      *  the register (kozukaireceipt.dat, attached from
      *  kozukaiupdate.cob's 領収書 mode).  The ledger row is named
      *  by DATEREC/DATESEC; the screen lists its receipt's item
      *  lines with their total, and a credentialed user can add up
      *  to ten lines at a time (追加: item name, quantity, unit
      *  price, store - a blank store is the receipt's issuer, a
      *  blank quantity is one) or remove a line keyed by mistake
      *  (削除, by ITEMLINE).  The lines feed kozukaipricebook.cob
      *  and kozukaipricetrend.cob.  Every change goes through
      *  AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select receipt-file assign to "kozukaireceipt.dat"
           organization is indexed access mode is random
           record key is rcpt-key
           file status is receipt-file-fs.
        select rcpt-item-file assign to "kozukaircptitem.dat"
           organization is indexed access mode is dynamic
           record key is ritem-key
           file status is rcpt-item-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd receipt-file.
       copy receiptfile.

       fd rcpt-item-file.
       copy rcptitemfile.

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
         02 filler pic x(15) value 'DATEREC'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdate-rec       pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DATESEC'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdate-sec-in    pic x(03) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ITEMLINE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 witem-line-in   pic x(02) value space.
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
         02 filler pic x(15) value 'RCPTREF'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrcpt-ref       pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'RCPTISSUER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrcpt-issuer    pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'RCPTDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrcpt-date      pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ITEMTOTAL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 witem-total     pic z(8)9 value zero.
         02 filler pic x value low-value.
      *   item-entry-table  -  the '追加' input rows
         02 item-entry-table.
            03 item-entry-array occurs 10.
               04 ient-name   pic x(30).
               04 ient-qty    pic x(08).
               04 ient-price  pic x(12).
               04 ient-store  pic x(20).
               04 ient-err    pic x(24).
         02 item-list-table.
            03 item-list-array occurs 99.
               04 itbl-line   pic z9.
               04 itbl-name   pic x(30).
               04 itbl-store  pic x(20).
               04 itbl-qty    pic zzzz9.99.
               04 itbl-price  pic z(6)9.
               04 itbl-amount pic -z(8)9.

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       77 rc                 pic s9(10) binary.
       01 receipt-file-fs    pic 9(2).
       01 rcpt-item-file-fs  pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 item-eof           pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 j                  pic 9(03).

       01 wrcpt-key          pic x(11) value space.
       01 wlast-line         pic 9(02) value zero.
       01 wadded-count       pic 9(02) value zero.
       01 wfailed-count      pic 9(02) value zero.
       01 wtotal-work        pic s9(09) value zero.

       01 receipt-found-flag pic x value 'N'.
        88 receipt-found        value 'Y'.
        88 receipt-not-found    value 'N'.
       01 item-ok-flag       pic x value 'N'.
        88 item-ok              value 'Y'.
        88 item-not-ok          value 'N'.

      *  quantity and price as keyed: digits, blanks and (for the
      *  quantity) one decimal point, the batch-entry rule
       01 wiq-digits         pic 9(02) value zero.
       01 wiq-points         pic 9(02) value zero.
       01 wiq-bad            pic 9(02) value zero.
       01 wiq-i              pic 9(02) value zero.
       01 wiq-qty            pic 9(05)v99 value zero.
       01 wiq-price          pic 9(07) value zero.

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

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
            move 'rcptitem.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
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
            perform LOAD-RECEIPT
            if receipt-not-found then
              move '領収書が登録されていません'
                   to werrmsg of webif-rec
            else
              evaluate wmode of webif-rec
               when '追加'
               when '削除'
                 perform CHECK-LOGIN
                 if login-not-ok then
                   move '認証エラーです'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '追加' perform ADD-ITEMS
                    when '削除' perform DELETE-ITEM
                   end-evaluate
                 end-if
               when other
                 continue
              end-evaluate
              perform LIST-ITEMS
            end-if
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
      *  LOAD-RECEIPT  -  the register row for DATEREC/DATESEC; item
      *  lines may only hang off a receipt that is on file
      *----------------------------------------------------------------
       LOAD-RECEIPT section.
             set receipt-not-found to true
             if wdate-rec of webif-rec not numeric
                or wdate-sec-in of webif-rec not numeric
               go to LOAD-RECEIPT-EXIT
             end-if
             move wdate-rec of webif-rec to wrcpt-key (1:8)
             move wdate-sec-in of webif-rec to wrcpt-key (9:3)
             open input receipt-file
             if receipt-file-fs not = zero
               go to LOAD-RECEIPT-EXIT
             end-if
             move wrcpt-key to rcpt-key
             read receipt-file
               invalid key continue
               not invalid key
                 set receipt-found to true
                 move rcpt-ref    to wrcpt-ref of webif-rec
                 move rcpt-issuer to wrcpt-issuer of webif-rec
                 move rcpt-date   to wrcpt-date of webif-rec
             end-read
             close receipt-file.
       LOAD-RECEIPT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-ITEMS  -  every filled input row is edited on its own;
      *  good rows are written after the receipt's last line, bad
      *  rows stay on the form with their error column set
      *----------------------------------------------------------------
       ADD-ITEMS section.
             move zero to wadded-count
             move zero to wfailed-count
             open i-o rcpt-item-file
             if rcpt-item-file-fs not = zero then
               open output rcpt-item-file
               close rcpt-item-file
               open i-o rcpt-item-file
             end-if
             if rcpt-item-file-fs not = zero then
               move '品目ファイルを開けません'
                    to werrmsg of webif-rec
               go to ADD-ITEMS-EXIT
             end-if
             perform FIND-LAST-LINE
             perform varying i from 1 by 1 until i > 10
               move space to ient-err (i)
               if ient-name (i) not = space
                 perform ADD-ONE-ITEM
               end-if
             end-perform
             close rcpt-item-file
             if wfailed-count > zero
               move '登録できない行があります'
                    to werrmsg of webif-rec
             end-if.
       ADD-ITEMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-ONE-ITEM  -  edit and write input row i
      *----------------------------------------------------------------
       ADD-ONE-ITEM section.
             perform EDIT-ITEM-ROW
             if item-not-ok
               add 1 to wfailed-count
               go to ADD-ONE-ITEM-EXIT
             end-if
             if wlast-line >= 99
               move '行数の上限です' to ient-err (i)
               add 1 to wfailed-count
               go to ADD-ONE-ITEM-EXIT
             end-if
             add 1 to wlast-line
             initialize rcpt-item-rec
             move wrcpt-key to ritem-rcpt-key
             move wlast-line to ritem-line
             move ient-name (i) to ritem-name
             if ient-store (i) not = space
               move ient-store (i) to ritem-store
             else
               move wrcpt-issuer of webif-rec to ritem-store
             end-if
             move wrcpt-date of webif-rec to ritem-date
             if ritem-date = space
               move wrcpt-key (1:8) to ritem-date
             end-if
             move wiq-qty to ritem-qty
             move wiq-price to ritem-price
             compute ritem-amount rounded = wiq-qty * wiq-price
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into ritem-updated
             end-string
             write rcpt-item-rec
               invalid key
                 move '登録できません' to ient-err (i)
                 add 1 to wfailed-count
               not invalid key
                 add 1 to wadded-count
                 move 'ITEMADD' to audit-operation
                 move ritem-key to audit-key
                 move space to audit-before-detail
                 move rcpt-item-rec to audit-after-detail
                 perform AUDIT-WRITE
                 move space to ient-name (i)
                 move space to ient-qty (i)
                 move space to ient-price (i)
                 move space to ient-store (i)
             end-write.
       ADD-ONE-ITEM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-ITEM-ROW  -  input row i: a store from the row or the
      *  receipt, a quantity (blank is one) and a whole-yen unit
      *  price above zero.  The parsed values land in wiq-qty and
      *  wiq-price.
      *----------------------------------------------------------------
       EDIT-ITEM-ROW section.
             set item-not-ok to true
             if ient-store (i) = space
                and wrcpt-issuer of webif-rec = space
               move '店名がありません' to ient-err (i)
               go to EDIT-ITEM-ROW-EXIT
             end-if

             move 1 to wiq-qty
             if ient-qty (i) not = space
               move zero to wiq-digits
               move zero to wiq-points
               move zero to wiq-bad
               perform varying wiq-i from 1 by 1 until wiq-i > 8
                 evaluate true
                   when ient-qty (i) (wiq-i:1) = space
                     continue
                   when ient-qty (i) (wiq-i:1) numeric
                     add 1 to wiq-digits
                   when ient-qty (i) (wiq-i:1) = '.'
                     add 1 to wiq-points
                   when other
                     add 1 to wiq-bad
                 end-evaluate
               end-perform
               if wiq-digits = zero or wiq-points > 1
                  or wiq-bad > zero
                 move '数量が不正です' to ient-err (i)
                 go to EDIT-ITEM-ROW-EXIT
               end-if
               compute wiq-qty = function numval(ient-qty (i))
                 on size error
                   move '数量が不正です' to ient-err (i)
                   go to EDIT-ITEM-ROW-EXIT
               end-compute
               if wiq-qty = zero
                 move '数量が不正です' to ient-err (i)
                 go to EDIT-ITEM-ROW-EXIT
               end-if
             end-if

             move zero to wiq-digits
             move zero to wiq-bad
             perform varying wiq-i from 1 by 1 until wiq-i > 12
               evaluate true
                 when ient-price (i) (wiq-i:1) = space
                   continue
                 when ient-price (i) (wiq-i:1) numeric
                   add 1 to wiq-digits
                 when other
                   add 1 to wiq-bad
               end-evaluate
             end-perform
             if wiq-digits = zero or wiq-bad > zero
               move '単価が不正です' to ient-err (i)
               go to EDIT-ITEM-ROW-EXIT
             end-if
             compute wiq-price = function numval(ient-price (i))
               on size error
                 move '単価が不正です' to ient-err (i)
                 go to EDIT-ITEM-ROW-EXIT
             end-compute
             if wiq-price = zero
               move '単価が不正です' to ient-err (i)
               go to EDIT-ITEM-ROW-EXIT
             end-if
             set item-ok to true.
       EDIT-ITEM-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-LAST-LINE  -  the highest line number already on the
      *  receipt (zero for none); new lines go after it
      *----------------------------------------------------------------
       FIND-LAST-LINE section.
             move zero to wlast-line
             move space to item-eof
             move wrcpt-key to ritem-rcpt-key
             move zero to ritem-line
             start rcpt-item-file
                key is >= ritem-key
               invalid key
                 move 'EOF' to item-eof
             end-start
             if item-eof not = 'EOF'
               read rcpt-item-file next record
                 at end move 'EOF' to item-eof
               end-read
             end-if
             perform until item-eof = 'EOF'
                or ritem-rcpt-key not = wrcpt-key
               move ritem-line to wlast-line
               read rcpt-item-file next record
                 at end move 'EOF' to item-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  DELETE-ITEM  -  remove line ITEMLINE of the receipt; the
      *  other lines keep their numbers
      *----------------------------------------------------------------
       DELETE-ITEM section.
             if witem-line-in of webif-rec not numeric
               move '行番号を入力してください'
                    to werrmsg of webif-rec
               go to DELETE-ITEM-EXIT
             end-if
             open i-o rcpt-item-file
             if rcpt-item-file-fs not = zero then
               move '品目ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-ITEM-EXIT
             end-if
             move wrcpt-key to ritem-rcpt-key
             move witem-line-in of webif-rec to ritem-line
             read rcpt-item-file
               invalid key
                 move '該当する行がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move rcpt-item-rec to audit-before-detail
                 delete rcpt-item-file
                 move 'ITEMDEL' to audit-operation
                 move ritem-key to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close rcpt-item-file.
       DELETE-ITEM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-ITEMS  -  the receipt's lines in line order into the
      *  display table, with their total
      *----------------------------------------------------------------
       LIST-ITEMS section.
             move space to item-list-table of webif-rec
             move zero to j
             move zero to wtotal-work
             move zero to witem-total of webif-rec
             open input rcpt-item-file
             if rcpt-item-file-fs not = zero
               go to LIST-ITEMS-EXIT
             end-if
             move space to item-eof
             move wrcpt-key to ritem-rcpt-key
             move zero to ritem-line
             start rcpt-item-file
                key is >= ritem-key
               invalid key
                 move 'EOF' to item-eof
             end-start
             if item-eof not = 'EOF'
               read rcpt-item-file next record
                 at end move 'EOF' to item-eof
               end-read
             end-if
             perform until item-eof = 'EOF'
                or ritem-rcpt-key not = wrcpt-key
                or j >= 99
               add 1 to j
               move ritem-line   to itbl-line (j)
               move ritem-name   to itbl-name (j)
               move ritem-store  to itbl-store (j)
               move ritem-qty    to itbl-qty (j)
               move ritem-price  to itbl-price (j)
               move ritem-amount to itbl-amount (j)
               add ritem-amount to wtotal-work
               read rcpt-item-file next record
                 at end move 'EOF' to item-eof
               end-read
             end-perform
             close rcpt-item-file
             move wtotal-work to witem-total of webif-rec.
       LIST-ITEMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before the master may be changed
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
             move 'kozukaircptitem' to audit-program
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
