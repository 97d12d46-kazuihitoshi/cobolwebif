       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaicashcount.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Cash count (金種表) CGI - the monthly count of the household
      *  cash box.  The pieces of each denomination are keyed (10000
      *  yen note down to the 1 yen coin); 計算 totals them and sets
      *  the total against the ledger's balance for the cash account
      *  through the count date - the figure the 参照 screen shows
      *  with that account selected, yen rows only, since foreign
      *  notes are not in the box.  登録 keeps the count on file;
      *  調整 keeps it and posts the difference as a 調整 row with
      *  the reason code keyed, through the same gates and audit
      *  kozukaiupdate.cob's 調整 takes (admin only, reason master,
      *  closed period, open account).  Every screen lists the last
      *  counts of the account with how often and how far the cash
      *  has drifted.  A blank ACCOUNT is the first open cash
      *  account in the master, else the household default.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select cash-count-file assign to "kozukaicashcount.dat"
           organization is indexed access mode is dynamic
           record key is ccnt-key
           file status is cash-count-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is dynamic
           record key is pacct-code
           file status is payacct-file-fs.
        select reason-file assign to "kozukaireason.dat"
           organization is indexed access mode is random
           record key is reason-code
           file status is reason-file-fs.
        select period-file assign to "kozukaiperiod.dat"
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd cash-count-file.
       copy cashcountfile.

       fd kozukai-file.
       copy kozukaifile.

       fd payacct-file.
       copy payacctfile.

       fd reason-file.
       copy reasonfile.

       fd period-file.
       copy periodfile.

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
         02 filler pic x(15) value 'ACCOUNT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount-in     pic x(04) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'REASON'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreason-in      pic x(04) value space.
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
         02 filler pic x(15) value 'COUNTTOTAL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcount-total    pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'LEDGERBAL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wledger-bal     pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DIFFERENCE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdifference     pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'COUNTTIMES'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcount-times    pic zzzz9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DRIFTTIMES'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdrift-times    pic zzzz9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DRIFTNET'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdrift-net      pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DRIFTMAX'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdrift-max      pic -z(9)9 value zero.
         02 filler pic x value low-value.
      *   denom-table  -  one row per denomination: the face value
      *   shown, the pieces keyed, the amount they make
         02 denom-table.
            03 denom-array occurs 10.
               04 dtbl-face     pic z(4)9.
               04 dtbl-pieces   pic x(05).
               04 dtbl-amount   pic z(9)9.
         02 count-list-table.
            03 count-list-array occurs 20.
               04 ctbl-date     pic x(08).
               04 ctbl-counted  pic -z(9)9.
               04 ctbl-ledger   pic -z(9)9.
               04 ctbl-diff     pic -z(9)9.
               04 ctbl-adjkey   pic x(11).
               04 ctbl-user     pic x(20).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 cash-count-file-fs pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 payacct-file-fs    pic 9(2).
       01 reason-file-fs     pic 9(2).
       01 period-file-fs     pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 cash-count-eof     pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 payacct-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 j                  pic 9(03).

      *  the face values, top of the screen down
       01 denom-values.
        02 filler            pic 9(05) value 10000.
        02 filler            pic 9(05) value 05000.
        02 filler            pic 9(05) value 02000.
        02 filler            pic 9(05) value 01000.
        02 filler            pic 9(05) value 00500.
        02 filler            pic 9(05) value 00100.
        02 filler            pic 9(05) value 00050.
        02 filler            pic 9(05) value 00010.
        02 filler            pic 9(05) value 00005.
        02 filler            pic 9(05) value 00001.
       01 denom-value-tab redefines denom-values.
        02 denom-value       pic 9(05) occurs 10.

       01 wpieces            pic 9(05) occurs 10.
       01 wpc-digits         pic 9(02) value zero.
       01 wpc-bad            pic 9(02) value zero.
       01 wpc-i              pic 9(02) value zero.
       01 wcounted           pic s9(10) value zero.
       01 wledger            pic s9(10) value zero.
       01 wdiff              pic s9(10) value zero.
       01 wdrift-net-work    pic s9(10) value zero.
       01 wdrift-max-work    pic s9(10) value zero.
       01 wdrift-abs         pic s9(10) value zero.
       01 wdrift-max-abs     pic s9(10) value zero.
       01 wcount-times-work  pic 9(05) value zero.
       01 wdrift-times-work  pic 9(05) value zero.

       01 wcash-account      pic x(04) value space.
       77 wdefault-account   pic x(04) value space.
       77 wrow-account       pic x(04) value space.
       01 wclosed-ym         pic x(06) value space.
       01 wseq-sec           pic 9(04) value zero.
       01 wadjust-key        pic x(11) value space.

       01 count-ok-flag      pic x value 'N'.
        88 count-ok             value 'Y'.
        88 count-not-ok         value 'N'.
       01 account-ok-flag    pic x value 'Y'.
        88 account-ok           value 'Y'.
        88 account-not-ok       value 'N'.
       01 reason-ok-flag     pic x value 'N'.
        88 reason-ok            value 'Y'.
        88 reason-not-ok        value 'N'.
       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
        88 posted-not-ok        value 'N'.

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
            move 'cashcount.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '登録'
           when '調整'
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
            perform GET-CASH-ACCOUNT
            evaluate wmode of webif-rec
             when '計算'
               perform COUNT-AND-COMPARE
             when '登録'
             when '調整'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          a viewer mutates nothing; the adjustment itself is
      *          the admin's, as in kozukaiupdate.cob
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec = '調整'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   perform COUNT-AND-COMPARE
                   if count-ok
                     evaluate wmode of webif-rec
                      when '登録' perform SAVE-COUNT
                      when '調整' perform ADJUST-COUNT
                     end-evaluate
                   end-if
                 end-if
               end-if
             when other
               perform SHOW-DENOMINATIONS
            end-evaluate
            perform LIST-COUNTS
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
      *  GET-CASH-ACCOUNT  -  the account counted: as keyed, else the
      *  first open cash account in the master, else the household
      *  default; a keyed account must be an open cash account when
      *  there is a master to say so
      *----------------------------------------------------------------
       GET-CASH-ACCOUNT section.
             move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wdefault-account
             set account-ok to true
             move waccount-in of webif-rec to wcash-account
             open input payacct-file
             if payacct-file-fs not = zero
               if wcash-account = space
                 move wdefault-account to wcash-account
               end-if
               go to GET-CASH-ACCOUNT-EXIT
             end-if
             if wcash-account not = space
               move wcash-account to pacct-code
               read payacct-file
                 invalid key set account-not-ok to true
                 not invalid key
                   if pacct-closed or not pacct-cash
                     set account-not-ok to true
                   end-if
               end-read
             else
               move space to payacct-eof
               read payacct-file next record
                 at end move 'EOF' to payacct-eof
               end-read
               perform until payacct-eof = 'EOF'
                  or wcash-account not = space
                 if pacct-cash and pacct-open
                   move pacct-code to wcash-account
                 end-if
                 read payacct-file next record
                   at end move 'EOF' to payacct-eof
                 end-read
               end-perform
               if wcash-account = space
                 move wdefault-account to wcash-account
               end-if
             end-if
             close payacct-file.
       GET-CASH-ACCOUNT-EXIT.
             move wcash-account to waccount-in of webif-rec
             exit.

      *----------------------------------------------------------------
      *  SHOW-DENOMINATIONS  -  the face values onto a fresh screen
      *----------------------------------------------------------------
       SHOW-DENOMINATIONS section.
             perform varying i from 1 by 1 until i > 10
               move denom-value (i) to dtbl-face (i)
             end-perform
             if wdate-rec of webif-rec = space
               accept wdate-rec of webif-rec from date yyyymmdd
             end-if
             exit.

      *----------------------------------------------------------------
      *  COUNT-AND-COMPARE  -  edit the pieces keyed, total them and
      *  set the total against the ledger balance on the count date
      *----------------------------------------------------------------
       COUNT-AND-COMPARE section.
             set count-not-ok to true
             perform SHOW-DENOMINATIONS
             if account-not-ok
               move '現金の口座ではありません'
                    to werrmsg of webif-rec
               go to COUNT-AND-COMPARE-EXIT
             end-if
             move wdate-rec of webif-rec to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move '日付が不正です(YYYYMMDD)'
                    to werrmsg of webif-rec
               go to COUNT-AND-COMPARE-EXIT
             end-if
             accept wnow-date from date yyyymmdd
             if wdate-rec of webif-rec > wnow-date
               move '先の日付の金種表は登録できません'
                    to werrmsg of webif-rec
               go to COUNT-AND-COMPARE-EXIT
             end-if

             move zero to wcounted
             perform varying i from 1 by 1 until i > 10
               move zero to wpieces (i)
               move zero to dtbl-amount (i)
               if dtbl-pieces (i) not = space
                 perform EDIT-PIECES
                 if count-not-ok
                   string '枚数が不正です '     delimited size
                          dtbl-face (i)         delimited size
                     into werrmsg of webif-rec
                   end-string
                   go to COUNT-AND-COMPARE-EXIT
                 end-if
                 set count-not-ok to true
               end-if
               compute dtbl-amount (i) = wpieces (i) * denom-value (i)
               compute wcounted = wcounted
                                + wpieces (i) * denom-value (i)
             end-perform

             perform SUM-CASH-BALANCE
             compute wdiff = wcounted - wledger
             move wcounted to wcount-total of webif-rec
             move wledger  to wledger-bal of webif-rec
             move wdiff    to wdifference of webif-rec
             set count-ok to true
             if wmode of webif-rec = '計算'
               if wdiff = zero
                 move '台帳の残高と一致しています'
                      to werrmsg of webif-rec
               else
                 move '台帳の残高と差額があります'
                      to werrmsg of webif-rec
               end-if
             end-if.
       COUNT-AND-COMPARE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-PIECES  -  the pieces keyed for denomination i: digits
      *  and blanks only
      *----------------------------------------------------------------
       EDIT-PIECES section.
             set count-not-ok to true
             move zero to wpc-digits
             move zero to wpc-bad
             perform varying wpc-i from 1 by 1 until wpc-i > 5
               evaluate true
                 when dtbl-pieces (i) (wpc-i:1) = space
                   continue
                 when dtbl-pieces (i) (wpc-i:1) numeric
                   add 1 to wpc-digits
                 when other
                   add 1 to wpc-bad
               end-evaluate
             end-perform
             if wpc-digits = zero or wpc-bad > zero
               go to EDIT-PIECES-EXIT
             end-if
             compute wpieces (i) = function numval(dtbl-pieces (i))
             set count-ok to true.
       EDIT-PIECES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SUM-CASH-BALANCE  -  the cash account's yen rows through the
      *  count date, IN up and OUT down at face value (the 参照
      *  balance's ADD-SIGNED-MONEY arithmetic); a row with no
      *  account counts as the household default, as it does there
      *----------------------------------------------------------------
       SUM-CASH-BALANCE section.
             move zero to wledger
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to SUM-CASH-BALANCE-EXIT
             end-if
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
                or wdate-rec of kozukai-rec > wdate-rec of webif-rec
               move waccount of kozukai-rec to wrow-account
               if wrow-account = space
                 move wdefault-account to wrow-account
               end-if
               if wrow-account = wcash-account
                  and (wcurrency of kozukai-rec = 'JPY'
                       or wcurrency of kozukai-rec = space)
                 if in-or-out of kozukai-rec = '1'
                   add money of kozukai-rec to wledger
                 else
                   subtract money of kozukai-rec from wledger
                 end-if
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       SUM-CASH-BALANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SAVE-COUNT  -  the count as it stands onto the history file,
      *  with the adjustment key when one was posted
      *----------------------------------------------------------------
       SAVE-COUNT section.
             open i-o cash-count-file
             if cash-count-file-fs not = zero then
               open output cash-count-file
               close cash-count-file
               open i-o cash-count-file
             end-if
             if cash-count-file-fs not = zero then
               move '金種表ファイルを開けません'
                    to werrmsg of webif-rec
               go to SAVE-COUNT-EXIT
             end-if
             initialize cash-count-rec
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             move wnow-date to ccnt-stamp-date
             move wnow-time to ccnt-stamp-time
             move wdate-rec of webif-rec to ccnt-date
             move wcash-account to ccnt-account
             perform varying i from 1 by 1 until i > 10
               move wpieces (i) to ccnt-pieces (i)
             end-perform
             move wcounted to ccnt-counted
             move wledger  to ccnt-ledger
             move wdiff    to ccnt-difference
             move wadjust-key to ccnt-adjust-key
             if wadjust-key not = space
               move wreason-in of webif-rec to ccnt-reason
             end-if
             move wusername of webif-rec to ccnt-user
             write cash-count-rec
               invalid key
                 move '金種表を登録できません'
                      to werrmsg of webif-rec
                 close cash-count-file
                 go to SAVE-COUNT-EXIT
             end-write
             close cash-count-file

             move 'CASHCOUNT' to audit-operation
             move ccnt-key to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-before-detail
             move space to audit-after-category
             move space to audit-after-inorout
             move ccnt-counted to audit-after-money
             move space to audit-after-note
             move space to audit-after-detail
             string ccnt-account    delimited size
                    ' '             delimited size
                    ccnt-date       delimited size
                    ' '             delimited size
                    wdifference of webif-rec delimited size
                    ' '             delimited size
                    ccnt-adjust-key delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE

             if wadjust-key not = space
               string '差額を調整しました ' delimited size
                      wadjust-key         delimited size
                 into werrmsg of webif-rec
               end-string
             else
               move '金種表を登録しました'
                    to werrmsg of webif-rec
             end-if.
       SAVE-COUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADJUST-COUNT  -  post the difference as a 調整 row on the
      *  cash account dated the count date, IN when the box holds
      *  more than the books, OUT when less, then keep the count.
      *  No difference, nothing to post: the count is kept as is.
      *----------------------------------------------------------------
       ADJUST-COUNT section.
             move space to wadjust-key
             if wdiff = zero
               perform SAVE-COUNT
               move '差額がないため調整は不要です'
                    to werrmsg of webif-rec
               go to ADJUST-COUNT-EXIT
             end-if
             perform CHECK-REASON
             if reason-not-ok
               move '理由コードが不正です'
                    to werrmsg of webif-rec
               go to ADJUST-COUNT-EXIT
             end-if
             perform GET-CLOSED-PERIOD
             if wclosed-ym not = space
                and wdate-rec of webif-rec (1:6) not > wclosed-ym
               move '締め済みの月のため登録できません'
                    to werrmsg of webif-rec
               go to ADJUST-COUNT-EXIT
             end-if
             perform CHECK-ACCOUNT
             if account-not-ok
               move '未登録または閉鎖済の口座です'
                    to werrmsg of webif-rec
               go to ADJUST-COUNT-EXIT
             end-if

             open i-o kozukai-file
             if kozukai-file-fs not = zero
               open output kozukai-file
               close kozukai-file
               open i-o kozukai-file
             end-if
             if kozukai-file-fs not = zero
               move '台帳ファイルを開けません'
                    to werrmsg of webif-rec
               go to ADJUST-COUNT-EXIT
             end-if

             initialize kozukai-rec
             move wdate-rec of webif-rec to wdate-rec of kozukai-rec
             move '調整' to wcategory of kozukai-rec
             if wdiff > zero
               move '1' to in-or-out of kozukai-rec
               move wdiff to money of kozukai-rec
             else
               move '2' to in-or-out of kozukai-rec
               compute money of kozukai-rec = zero - wdiff
             end-if
             string '金種表差額 ' delimited size
                    wdate-rec of webif-rec delimited size
               into note of kozukai-rec
             end-string
             move 'JPY' to wcurrency of kozukai-rec
             move wreason-in of webif-rec
               to wreason-code of kozukai-rec
             move wcash-account to waccount of kozukai-rec

             set posted-not-ok to true
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
               move '調整を登録できません'
                    to werrmsg of webif-rec
               go to ADJUST-COUNT-EXIT
             end-if

             move 'ADJUST' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-before-detail
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             move wreason-code of kozukai-rec
               to audit-after-detail
             perform AUDIT-WRITE

             move kozukai-key of kozukai-rec to wadjust-key
             perform SAVE-COUNT.
       ADJUST-COUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-REASON  -  the reason code is mandatory and must be in
      *  the reason master; no master refuses every adjustment, the
      *  kozukaiupdate.cob rule
      *----------------------------------------------------------------
       CHECK-REASON section.
             set reason-not-ok to true
             if wreason-in of webif-rec = space
               go to CHECK-REASON-EXIT
             end-if
             open input reason-file
             if reason-file-fs not = zero
               go to CHECK-REASON-EXIT
             end-if
             move wreason-in of webif-rec to reason-code
             read reason-file
               invalid key set reason-not-ok to true
               not invalid key set reason-ok to true
             end-read
             close reason-file.
       CHECK-REASON-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-ACCOUNT  -  the cash account must still be open to
      *  take the adjustment; a blank account (no default configured)
      *  passes, and a master that does not exist yet passes
      *  everything, the CHECK-MEMBER rule
      *----------------------------------------------------------------
       CHECK-ACCOUNT section.
             set account-ok to true
             if wcash-account = space
               go to CHECK-ACCOUNT-EXIT
             end-if
             open input payacct-file
             if payacct-file-fs not = zero
               go to CHECK-ACCOUNT-EXIT
             end-if
             move wcash-account to pacct-code
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
      *  LIST-COUNTS  -  the account's counts newest first into the
      *  display table, and over all of them how many there were,
      *  how many found a difference, the net of the differences and
      *  the largest one either way
      *----------------------------------------------------------------
       LIST-COUNTS section.
             move space to count-list-table of webif-rec
             move zero to j
             move zero to wcount-times-work
             move zero to wdrift-times-work
             move zero to wdrift-net-work
             move zero to wdrift-max-work
             move zero to wdrift-max-abs
             open input cash-count-file
             if cash-count-file-fs not = zero
               go to LIST-COUNTS-EXIT
             end-if
             move high-value to ccnt-key
             move space to cash-count-eof
             start cash-count-file
                key is < ccnt-key
               invalid key move 'EOF' to cash-count-eof
             end-start
             if cash-count-eof not = 'EOF'
               read cash-count-file previous record
                 at end move 'EOF' to cash-count-eof
               end-read
             end-if
             perform until cash-count-eof = 'EOF'
               if ccnt-account = wcash-account
                 perform FOLD-ONE-COUNT
               end-if
               read cash-count-file previous record
                 at end move 'EOF' to cash-count-eof
               end-read
             end-perform
             close cash-count-file.
       LIST-COUNTS-EXIT.
             move wcount-times-work to wcount-times of webif-rec
             move wdrift-times-work to wdrift-times of webif-rec
             move wdrift-net-work   to wdrift-net of webif-rec
             move wdrift-max-work   to wdrift-max of webif-rec
             exit.

      *----------------------------------------------------------------
      *  FOLD-ONE-COUNT  -  the current count into the drift figures,
      *  and onto the screen while there is room
      *----------------------------------------------------------------
       FOLD-ONE-COUNT section.
             add 1 to wcount-times-work
             if ccnt-difference not = zero
               add 1 to wdrift-times-work
               add ccnt-difference to wdrift-net-work
               if ccnt-difference < zero
                 compute wdrift-abs = zero - ccnt-difference
               else
                 move ccnt-difference to wdrift-abs
               end-if
               if wdrift-abs > wdrift-max-abs
                 move wdrift-abs to wdrift-max-abs
                 move ccnt-difference to wdrift-max-work
               end-if
             end-if
             if j < 20
               add 1 to j
               move ccnt-date       to ctbl-date (j)
               move ccnt-counted    to ctbl-counted (j)
               move ccnt-ledger     to ctbl-ledger (j)
               move ccnt-difference to ctbl-diff (j)
               move ccnt-adjust-key to ctbl-adjkey (j)
               move ccnt-user       to ctbl-user (j)
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-DATE  -  the count date must be a real calendar date
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
      *  the credentials master before a count may be kept
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
             move 'kozukaicashcount' to audit-program
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
