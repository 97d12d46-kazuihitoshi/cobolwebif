       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaidurable.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the household asset register
      *  (kozukaidurable.dat).  Most assets come in through the
      *  yearly kozukaidurablerpt.cob run; 登録 takes one in by hand
      *  from the ledger key of the OUT that bought it, which must
      *  be an ordinary OUT not registered yet: the date, the
      *  category and the cost (net of refunds) are read from the
      *  ledger, the life defaults to the category's (category-life)
      *  and the name to the row's note.  変更 corrects the name,
      *  the life or the expected replacement cost; 処分 marks the
      *  asset disposed of on DISPOSEDATE (today when blank), which
      *  takes it off the book-value list and the forecast; an admin
      *  may 削除 a registration keyed in error.  The screen lists
      *  the assets in use, in end-of-life order, each with its book
      *  value today (straight-line by the month, the purchase month
      *  counting in full) and the date its life ends.  Every change
      *  goes through AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select durable-file assign to "kozukaidurable.dat"
           organization is indexed access mode is dynamic
           record key is dur-key
           file status is durable-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd durable-file.
       copy durablefile.

       fd category-file.
       copy categoryfile.

       fd kozukai-file.
       copy kozukaifile.

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
         02 filler pic x(15) value 'LEDGERKEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wledgerkey-in   pic x(11) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wname-in        pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'LIFE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wlife-in        pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'REPLACE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreplace-in     pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DISPOSEDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdisposedate-in pic x(08) value space.
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
         02 asset-list-table.
            03 asset-list-array occurs 50.
               04 atbl-key      pic x(11).
               04 atbl-name     pic x(40).
               04 atbl-category pic x(20).
               04 atbl-bought   pic x(08).
               04 atbl-cost     pic -z(8)9.
               04 atbl-life     pic z9.
               04 atbl-book     pic -z(8)9.
               04 atbl-eol      pic x(08).
               04 atbl-replace  pic -z(8)9.

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 durable-file-fs    pic 9(2).
       01 category-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 durable-eof        pic x(3) value space.
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

      *  replacement cost as keyed: spaces and commas squeezed out,
      *  digits only, before numval
       01 wrp-digits         pic x(12) value space.
       01 wrp-j              pic 9(03) value zero.
       01 wrp-k              pic 9(03) value zero.
       01 wrp-bad            pic 9(02) value zero.
       01 wrp-value          pic s9(09) value zero.
       01 wlife-num          pic 9(02) value zero.

      *  one asset's figures today
       01 wlife-months       pic 9(04) value zero.
       01 welapsed           pic s9(06) value zero.
       01 wdepr              pic s9(09) value zero.
       01 wbook              pic s9(09) value zero.
       01 weol-date          pic x(08) value space.
       01 weol-yyyy          pic 9(04) value zero.
       01 wpy-yyyy           pic 9(04) value zero.
       01 wpy-mm             pic 9(02) value zero.
       01 wnw-yyyy           pic 9(04) value zero.
       01 wnw-mm             pic 9(02) value zero.

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
            move 'durable.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '登録'
           when '変更'
           when '処分'
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
            evaluate wmode of webif-rec
             when '登録'
             when '変更'
             when '処分'
             when '削除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          anyone who may post may register, correct or
      *          dispose of an asset; deleting one is the admin's
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec = '削除'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '登録' perform REGISTER-ASSET
                    when '変更' perform CHANGE-ASSET
                    when '処分' perform DISPOSE-ASSET
                    when '削除' perform DELETE-ASSET
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-ASSETS
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
      *  REGISTER-ASSET  -  take the OUT row behind LEDGERKEY into
      *  the register; the life comes from LIFE or else the
      *  category, the replacement cost from REPLACE or else the
      *  purchase cost
      *----------------------------------------------------------------
       REGISTER-ASSET section.
             if wledgerkey-in of webif-rec = space
               move '家計簿キーを入力してください'
                    to werrmsg of webif-rec
               go to REGISTER-ASSET-EXIT
             end-if
             perform EDIT-LIFE
             if werrmsg of webif-rec not = space
               go to REGISTER-ASSET-EXIT
             end-if
             perform EDIT-REPLACE
             if werrmsg of webif-rec not = space
               go to REGISTER-ASSET-EXIT
             end-if

             open input kozukai-file
             if kozukai-file-fs not = zero then
               move '家計簿ファイルを開けません'
                    to werrmsg of webif-rec
               go to REGISTER-ASSET-EXIT
             end-if
             move wledgerkey-in of webif-rec to kozukai-key
             read kozukai-file
               invalid key
                 move '家計簿に該当する行がありません'
                      to werrmsg of webif-rec
             end-read
             close kozukai-file
             if werrmsg of webif-rec not = space
               go to REGISTER-ASSET-EXIT
             end-if
             if not kozukai-out
                or wreason-code of kozukai-rec not = space
               move '支出の行だけ登録できます'
                    to werrmsg of webif-rec
               go to REGISTER-ASSET-EXIT
             end-if

             if wlife-num = zero
               open input category-file
               if category-file-fs = zero
                 move wcategory of kozukai-rec to category-key
                 read category-file
                   invalid key continue
                   not invalid key
                     move category-life to wlife-num
                 end-read
                 close category-file
               end-if
             end-if
             if wlife-num = zero
               move '耐用年数を入力してください'
                    to werrmsg of webif-rec
               go to REGISTER-ASSET-EXIT
             end-if

             open i-o durable-file
             if durable-file-fs not = zero then
               open output durable-file
               close durable-file
               open i-o durable-file
             end-if
             if durable-file-fs not = zero then
               move '資産ファイルを開けません'
                    to werrmsg of webif-rec
               go to REGISTER-ASSET-EXIT
             end-if
             move wledgerkey-in of webif-rec to dur-key
             read durable-file
               invalid key continue
               not invalid key
                 move '登録済みの資産です'
                      to werrmsg of webif-rec
             end-read
             if werrmsg of webif-rec not = space
               close durable-file
               go to REGISTER-ASSET-EXIT
             end-if

             initialize durable-rec
             move wledgerkey-in of webif-rec to dur-key
             move wname-in of webif-rec to dur-name
             if dur-name = space
               move note of kozukai-rec to dur-name
             end-if
             if dur-name = space
               move wcategory of kozukai-rec to dur-name
             end-if
             move wcategory of kozukai-rec to dur-category
             move wdate-rec of kozukai-rec to dur-purchase-date
             compute dur-cost =
                money of kozukai-rec - wrefunded of kozukai-rec
             move wlife-num to dur-life-years
             if wreplace-in of webif-rec = space
               move dur-cost to dur-replace-cost
             else
               move wrp-value to dur-replace-cost
             end-if
             move 'A' to dur-status
             move space to dur-disposed-date
             perform STAMP-ASSET
             write durable-rec
               invalid key
                 move '資産を登録できません'
                      to werrmsg of webif-rec
             end-write
             close durable-file
             if werrmsg of webif-rec not = space
               go to REGISTER-ASSET-EXIT
             end-if

             move 'ADD' to audit-operation
             move dur-key to audit-key
             move space to audit-before-detail
             move durable-rec to audit-after-detail
             perform AUDIT-WRITE
             move '資産を登録しました' to werrmsg of webif-rec.
       REGISTER-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-ASSET  -  NAME, LIFE and REPLACE replace what is on
      *  file where they are keyed; blank leaves the field alone
      *----------------------------------------------------------------
       CHANGE-ASSET section.
             perform EDIT-LIFE
             if werrmsg of webif-rec not = space
               go to CHANGE-ASSET-EXIT
             end-if
             perform EDIT-REPLACE
             if werrmsg of webif-rec not = space
               go to CHANGE-ASSET-EXIT
             end-if
             perform READ-ASSET
             if werrmsg of webif-rec not = space
               go to CHANGE-ASSET-EXIT
             end-if
             move durable-rec to audit-before-detail
             if wname-in of webif-rec not = space
               move wname-in of webif-rec to dur-name
             end-if
             if wlife-num not = zero
               move wlife-num to dur-life-years
             end-if
             if wreplace-in of webif-rec not = space
               move wrp-value to dur-replace-cost
             end-if
             perform STAMP-ASSET
             rewrite durable-rec
             close durable-file

             move 'CHANGE' to audit-operation
             move dur-key to audit-key
             move durable-rec to audit-after-detail
             perform AUDIT-WRITE
             move '資産を変更しました' to werrmsg of webif-rec.
       CHANGE-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DISPOSE-ASSET  -  the asset has gone; it stays on file with
      *  the date it went, for the year-end book values
      *----------------------------------------------------------------
       DISPOSE-ASSET section.
             if wdisposedate-in of webif-rec = space
               accept wdisposedate-in of webif-rec
                      from date yyyymmdd
             end-if
             move wdisposedate-in of webif-rec to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move '処分日が不正です' to werrmsg of webif-rec
               go to DISPOSE-ASSET-EXIT
             end-if
             perform READ-ASSET
             if werrmsg of webif-rec not = space
               go to DISPOSE-ASSET-EXIT
             end-if
             if dur-disposed
               close durable-file
               move '処分済みの資産です'
                    to werrmsg of webif-rec
               go to DISPOSE-ASSET-EXIT
             end-if
             if wdisposedate-in of webif-rec < dur-purchase-date
               close durable-file
               move '処分日が購入日より前です'
                    to werrmsg of webif-rec
               go to DISPOSE-ASSET-EXIT
             end-if
             move durable-rec to audit-before-detail
             move 'D' to dur-status
             move wdisposedate-in of webif-rec to dur-disposed-date
             perform STAMP-ASSET
             rewrite durable-rec
             close durable-file

             move 'DISPOSE' to audit-operation
             move dur-key to audit-key
             move durable-rec to audit-after-detail
             perform AUDIT-WRITE
             move '資産を処分済みにしました'
                  to werrmsg of webif-rec.
       DISPOSE-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-ASSET  -  take a registration keyed in error back
      *  out; the ledger row is left alone
      *----------------------------------------------------------------
       DELETE-ASSET section.
             perform READ-ASSET
             if werrmsg of webif-rec not = space
               go to DELETE-ASSET-EXIT
             end-if
             move durable-rec to audit-before-detail
             delete durable-file
             close durable-file
             move 'DELETE' to audit-operation
             move dur-key to audit-key
             move space to audit-after-detail
             perform AUDIT-WRITE
             move '資産を削除しました' to werrmsg of webif-rec.
       DELETE-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  READ-ASSET  -  open the register i-o and read LEDGERKEY's
      *  row; on success the file is left open for the caller
      *----------------------------------------------------------------
       READ-ASSET section.
             if wledgerkey-in of webif-rec = space
               move '家計簿キーを入力してください'
                    to werrmsg of webif-rec
               go to READ-ASSET-EXIT
             end-if
             open i-o durable-file
             if durable-file-fs not = zero then
               move '資産ファイルを開けません'
                    to werrmsg of webif-rec
               go to READ-ASSET-EXIT
             end-if
             move wledgerkey-in of webif-rec to dur-key
             read durable-file
               invalid key
                 move '該当する資産がありません'
                      to werrmsg of webif-rec
                 close durable-file
             end-read.
       READ-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-ASSET  -  who changed the row, and when
      *----------------------------------------------------------------
       STAMP-ASSET section.
             move wusername of webif-rec to dur-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into dur-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  EDIT-LIFE  -  blank, or a life of 1 to 99 years
      *----------------------------------------------------------------
       EDIT-LIFE section.
             move zero to wlife-num
             if wlife-in of webif-rec = space
               go to EDIT-LIFE-EXIT
             end-if
             if wlife-in of webif-rec (2:1) = space
               move wlife-in of webif-rec (1:1) to wlife-in
                    of webif-rec (2:1)
               move '0' to wlife-in of webif-rec (1:1)
             end-if
             if wlife-in of webif-rec not numeric
                or wlife-in of webif-rec = '00'
               move '耐用年数が不正です'
                    to werrmsg of webif-rec
               go to EDIT-LIFE-EXIT
             end-if
             move wlife-in of webif-rec to wlife-num.
       EDIT-LIFE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-REPLACE  -  blank, or whole yen
      *----------------------------------------------------------------
       EDIT-REPLACE section.
             move zero to wrp-value
             if wreplace-in of webif-rec = space
               go to EDIT-REPLACE-EXIT
             end-if
             move space to wrp-digits
             move zero to wrp-k
             move zero to wrp-bad
             perform varying wrp-j from 1 by 1 until wrp-j > 12
               evaluate true
                 when wreplace-in of webif-rec (wrp-j:1) = space
                 when wreplace-in of webif-rec (wrp-j:1) = ','
                   continue
                 when wreplace-in of webif-rec (wrp-j:1) numeric
                   add 1 to wrp-k
                   move wreplace-in of webif-rec (wrp-j:1)
                     to wrp-digits (wrp-k:1)
                 when other
                   add 1 to wrp-bad
               end-evaluate
             end-perform
             if wrp-k = zero or wrp-bad > zero
               move '再購入額が不正です'
                    to werrmsg of webif-rec
               go to EDIT-REPLACE-EXIT
             end-if
             compute wrp-value =
                function numval (wrp-digits (1:wrp-k))
               on size error
                 move '再購入額が不正です'
                      to werrmsg of webif-rec
             end-compute.
       EDIT-REPLACE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-ASSETS  -  the assets in use, earliest end of life
      *  first (an insertion into the 50-row table, the latest
      *  dropping off when it is full)
      *----------------------------------------------------------------
       LIST-ASSETS section.
             move space to asset-list-table of webif-rec
             move zero to i
             accept wnow-date from date yyyymmdd
             open input durable-file
             if durable-file-fs not = zero
               go to LIST-ASSETS-EXIT
             end-if
             move space to durable-eof
             read durable-file next record
               at end move 'EOF' to durable-eof
             end-read
             perform until durable-eof = 'EOF'
               if dur-in-use
                 perform WORK-ASSET
                 perform INSERT-ASSET
               end-if
               read durable-file next record
                 at end move 'EOF' to durable-eof
               end-read
             end-perform
             close durable-file.
       LIST-ASSETS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  INSERT-ASSET  -  place the current asset by weol-date
      *----------------------------------------------------------------
       INSERT-ASSET section.
             if i >= 50
               if weol-date not < atbl-eol (50)
                 go to INSERT-ASSET-EXIT
               end-if
             else
               add 1 to i
             end-if
             move i to j
             perform until j = 1
                or atbl-eol (j - 1) not > weol-date
               move asset-list-array (j - 1) to asset-list-array (j)
               subtract 1 from j
             end-perform
             move dur-key           to atbl-key (j)
             move dur-name          to atbl-name (j)
             move dur-category      to atbl-category (j)
             move dur-purchase-date to atbl-bought (j)
             move dur-cost          to atbl-cost (j)
             move dur-life-years    to atbl-life (j)
             move wbook             to atbl-book (j)
             move weol-date         to atbl-eol (j)
             move dur-replace-cost  to atbl-replace (j).
       INSERT-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WORK-ASSET  -  straight-line to this month, the same rule
      *  as the year-end report, and the date the life ends (a 29
      *  February purchase on the 28th)
      *----------------------------------------------------------------
       WORK-ASSET section.
             move dur-purchase-date (1:4) to wpy-yyyy
             move dur-purchase-date (5:2) to wpy-mm
             move wnow-date (1:4) to wnw-yyyy
             move wnow-date (5:2) to wnw-mm
             compute welapsed = (wnw-yyyy - wpy-yyyy) * 12
                              + wnw-mm - wpy-mm + 1
             compute wlife-months = dur-life-years * 12
             if wlife-months = zero
               move dur-cost to wdepr
             else
               if welapsed > wlife-months
                 move wlife-months to welapsed
               end-if
               if welapsed < zero
                 move zero to welapsed
               end-if
               compute wdepr rounded =
                  dur-cost * welapsed / wlife-months
             end-if
             compute wbook = dur-cost - wdepr

             compute weol-yyyy = wpy-yyyy + dur-life-years
             move dur-purchase-date to weol-date
             move weol-yyyy to weol-date (1:4)
             if weol-date (5:4) = '0229'
               move '0228' to weol-date (5:4)
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
      *  the credentials master before an asset may change
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
             move 'kozukaidurable' to audit-program
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
