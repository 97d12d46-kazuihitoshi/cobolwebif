       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiassetadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the hand-keyed holdings
      *  (kozukaiasset.dat) - the pension, the securities account,
      *  the loan from the in-laws: whatever the household owns or
      *  owes that never passes through the ledger.  Each 登録 keys
      *  one statement - a holding's code, the month the statement
      *  is for, and the value it reports - and replaces one already
      *  keyed for that month; the name and kind (A asset, L
      *  liability) carry over from the holding's last statement
      *  when left blank.  A value of zero closes the holding.  An
      *  admin may 削除 a statement keyed in error.  With a code on
      *  the form the list is that holding's statements, otherwise
      *  the newest statement of every holding.  The net-worth
      *  statement (kozukainetworth.cob) reads the file at month
      *  end.  Every change goes through AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select asset-file assign to "kozukaiasset.dat"
           organization is indexed access mode is dynamic
           record key is asset-key
           file status is asset-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd asset-file.
       copy assetfile.

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
         02 filler pic x(15) value 'CODE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcode-in        pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ASSETYM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wym-in          pic x(06) value space.
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
         02 filler pic x(15) value 'VALUE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wvalue-in       pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnote-in        pic x(40) value space.
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
            03 asset-list-array occurs 30.
               04 atbl-code     pic x(08).
               04 atbl-ym       pic x(06).
               04 atbl-name     pic x(30).
               04 atbl-kind     pic x(01).
               04 atbl-value    pic -z(10)9.
               04 atbl-note     pic x(40).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 asset-file-fs      pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 asset-eof          pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

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

      *  value as keyed: spaces squeezed out before numval, the
      *  template screen's rule
       01 wpm-digits         pic x(12) value space.
       01 wpm-j              pic 9(03) value zero.
       01 wpm-k              pic 9(03) value zero.
       01 wpm-value          pic s9(11) value zero.

      *  the holding's last statement before this one, whose name
      *  and kind a blank form field carries over
       01 wlast-name         pic x(30) value space.
       01 wlast-kind         pic x(01) value space.
      *  the newest statement of the code in hand, for the list of
      *  every holding
       01 wlist-held         pic x value 'N'.
       01 wlist-rec          pic x(130) value space.
       01 wlist-view redefines wlist-rec.
          02 lv-code         pic x(08).
          02 lv-ym           pic x(06).
          02 lv-name         pic x(30).
          02 lv-kind         pic x(01).
          02 lv-value        pic s9(11).
          02 lv-note         pic x(40).
          02 filler          pic x(34).

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
            move 'assetadmin.html' to wscreenname of webif-rec
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
           when '登録'
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
             when '削除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          anyone who may post may key a statement; taking
      *          one back out is the admin's
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec = '削除'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '登録' perform POST-STATEMENT
                    when '削除' perform DELETE-STATEMENT
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
      *  POST-STATEMENT  -  key (or re-key) one statement: code, a
      *  month not in the future and a value are required; name and
      *  kind come from the form, else from the holding's last
      *  statement, and a new holding must be given both
      *----------------------------------------------------------------
       POST-STATEMENT section.
             if wcode-in of webif-rec = space
                or wym-in of webif-rec = space
               move 'コードと年月を入力してください'
                    to werrmsg of webif-rec
               go to POST-STATEMENT-EXIT
             end-if
             accept wnow-date from date yyyymmdd
             if wym-in of webif-rec not numeric
                or wym-in of webif-rec (5:2) < '01'
                or wym-in of webif-rec (5:2) > '12'
                or wym-in of webif-rec > wnow-date (1:6)
               move '年月が不正です'
                    to werrmsg of webif-rec
               go to POST-STATEMENT-EXIT
             end-if
             if wkind-in of webif-rec not = space
                and wkind-in of webif-rec not = 'A'
                and wkind-in of webif-rec not = 'L'
               move '種別はA(資産)かL(負債)です'
                    to werrmsg of webif-rec
               go to POST-STATEMENT-EXIT
             end-if
             perform EDIT-VALUE
             if werrmsg of webif-rec not = space
               go to POST-STATEMENT-EXIT
             end-if

             open i-o asset-file
             if asset-file-fs not = zero then
               open output asset-file
               close asset-file
               open i-o asset-file
             end-if
             if asset-file-fs not = zero then
               move '資産ファイルを開けません'
                    to werrmsg of webif-rec
               go to POST-STATEMENT-EXIT
             end-if
             perform FIND-LAST-STATEMENT
             if wname-in of webif-rec = space
               move wlast-name to wname-in of webif-rec
             end-if
             if wkind-in of webif-rec = space
               move wlast-kind to wkind-in of webif-rec
             end-if
             if wname-in of webif-rec = space
                or wkind-in of webif-rec = space
               move '新しい資産は名称と種別が必要です'
                    to werrmsg of webif-rec
               close asset-file
               go to POST-STATEMENT-EXIT
             end-if

             move wcode-in of webif-rec to asset-code
             move wym-in of webif-rec   to asset-ym
             move space to audit-before-detail
             read asset-file
               invalid key
                 move 'ADD' to audit-operation
               not invalid key
                 move 'CHANGE' to audit-operation
                 move asset-rec to audit-before-detail
             end-read
             initialize asset-rec
             move wcode-in of webif-rec to asset-code
             move wym-in of webif-rec   to asset-ym
             move wname-in of webif-rec to asset-name
             move wkind-in of webif-rec to asset-kind
             move wpm-value             to asset-value
             move wnote-in of webif-rec to asset-note
             move wusername of webif-rec to asset-user
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into asset-updated
             end-string
             if audit-operation = 'ADD'
               write asset-rec
                 invalid key rewrite asset-rec
               end-write
             else
               rewrite asset-rec
                 invalid key write asset-rec
               end-rewrite
             end-if
             close asset-file

             move asset-key to audit-key
             move asset-rec to audit-after-detail
             perform AUDIT-WRITE
             move '残高を登録しました' to werrmsg of webif-rec.
       POST-STATEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-LAST-STATEMENT  -  the name and kind on the holding's
      *  newest statement not after the month being keyed
      *----------------------------------------------------------------
       FIND-LAST-STATEMENT section.
             move space to wlast-name
             move space to wlast-kind
             move wcode-in of webif-rec to asset-code
             move low-value to asset-ym
             move space to asset-eof
             start asset-file key is >= asset-key
               invalid key move 'EOF' to asset-eof
             end-start
             if asset-eof not = 'EOF'
               read asset-file next record
                 at end move 'EOF' to asset-eof
               end-read
             end-if
             perform until asset-eof = 'EOF'
                or asset-code not = wcode-in of webif-rec
                or asset-ym > wym-in of webif-rec
               move asset-name to wlast-name
               move asset-kind to wlast-kind
               read asset-file next record
                 at end move 'EOF' to asset-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  EDIT-VALUE  -  the statement value, whole yen; zero is a
      *  value (the holding closed), blank is not
      *----------------------------------------------------------------
       EDIT-VALUE section.
             move zero to wpm-value
             move space to wpm-digits
             move zero to wpm-k
             perform varying wpm-j from 1 by 1 until wpm-j > 12
               if wvalue-in of webif-rec (wpm-j:1) not = space
                  and wvalue-in of webif-rec (wpm-j:1) not = ','
                 add 1 to wpm-k
                 if wpm-k <= 12
                   move wvalue-in of webif-rec (wpm-j:1)
                     to wpm-digits (wpm-k:1)
                 end-if
               end-if
             end-perform
             if wpm-k = zero
                or wpm-digits (1:wpm-k) not numeric
               move '金額が不正です'
                    to werrmsg of webif-rec
               go to EDIT-VALUE-EXIT
             end-if
             compute wpm-value =
                function numval (wpm-digits (1:wpm-k))
               on size error
                 move '金額が不正です'
                      to werrmsg of webif-rec
             end-compute.
       EDIT-VALUE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-STATEMENT  -  take one statement back out; the audit
      *  row keeps what it said
      *----------------------------------------------------------------
       DELETE-STATEMENT section.
             if wcode-in of webif-rec = space
                or wym-in of webif-rec = space
               move 'コードと年月を入力してください'
                    to werrmsg of webif-rec
               go to DELETE-STATEMENT-EXIT
             end-if
             open i-o asset-file
             if asset-file-fs not = zero then
               move '資産ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-STATEMENT-EXIT
             end-if
             move wcode-in of webif-rec to asset-code
             move wym-in of webif-rec   to asset-ym
             read asset-file
               invalid key
                 move '該当する残高がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move asset-rec to audit-before-detail
                 delete asset-file
                 move 'DELETE' to audit-operation
                 move asset-key to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close asset-file.
       DELETE-STATEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-ASSETS  -  with a code on the form, that holding's
      *  statements month by month; without, the newest statement
      *  of each holding (the row before the code changes)
      *----------------------------------------------------------------
       LIST-ASSETS section.
             move space to asset-list-table of webif-rec
             move zero to i
             move 'N' to wlist-held
             open input asset-file
             if asset-file-fs not = zero then
               go to LIST-ASSETS-EXIT
             end-if
             move space to asset-eof
             if wcode-in of webif-rec not = space
               move wcode-in of webif-rec to asset-code
               move low-value to asset-ym
               start asset-file key is >= asset-key
                 invalid key move 'EOF' to asset-eof
               end-start
             end-if
             if asset-eof not = 'EOF'
               read asset-file next record
                 at end move 'EOF' to asset-eof
               end-read
             end-if
             perform until asset-eof = 'EOF' or i >= 30
               if wcode-in of webif-rec not = space
                 if asset-code not = wcode-in of webif-rec
                   move 'EOF' to asset-eof
                 else
                   move asset-rec to wlist-rec
                   perform LIST-ONE-ASSET
                 end-if
               else
                 if wlist-held = 'Y' and asset-code not = lv-code
                   perform LIST-ONE-ASSET
                 end-if
                 move asset-rec to wlist-rec
                 move 'Y' to wlist-held
               end-if
               if asset-eof not = 'EOF'
                 read asset-file next record
                   at end move 'EOF' to asset-eof
                 end-read
               end-if
             end-perform
             if wcode-in of webif-rec = space
                and wlist-held = 'Y' and i < 30
               perform LIST-ONE-ASSET
             end-if
             close asset-file.
       LIST-ASSETS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-ONE-ASSET  -  the statement held in wlist-rec onto the
      *  table
      *----------------------------------------------------------------
       LIST-ONE-ASSET section.
             add 1 to i
             move lv-code  to atbl-code (i)
             move lv-ym    to atbl-ym (i)
             move lv-name  to atbl-name (i)
             move lv-kind  to atbl-kind (i)
             move lv-value to atbl-value (i)
             move lv-note  to atbl-note (i)
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before a statement may be changed
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
             move 'kozukaiassetadmin' to ipc-target
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
             move 'kozukaiassetadmin' to audit-program
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
