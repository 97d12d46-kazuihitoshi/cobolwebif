       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayacctadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the payment-account master
      *  (kozukaipayacct.dat) - lists every account with its name,
      *  type and status and lets a credentialed user add one, change
      *  its name, type or status (closing it to new postings), or
      *  delete one that was keyed by mistake.  kozukaiupdate.cob
      *  refuses a posting to an account that is not on file or has
      *  been closed.  Every change goes through AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is dynamic
           record key is pacct-code
           file status is payacct-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payacct-file.
       copy payacctfile.

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
         02 filler pic x(15) value 'ACCOUNT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount        pic x(04) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ACCOUNTNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount-name   pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ACCOUNTTYPE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount-type   pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ACCOUNTSTATUS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount-status pic x(01) value space.
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
         02 pacct-list-table.
            03 pacct-list-array occurs 20.
               04 atbl-code   pic x(04).
               04 atbl-name   pic x(20).
               04 atbl-type   pic x(01).
               04 atbl-status pic x(01).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 payacct-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 payacct-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

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
            move 'payacctadmin.html' to wscreenname of webif-rec
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
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
                 evaluate wmode of webif-rec
                  when '追加' perform ADD-PAYACCT
                  when '変更' perform CHANGE-PAYACCT
                  when '削除' perform DELETE-PAYACCT
                 end-evaluate
               end-if
             when other
               continue
            end-evaluate
            perform LIST-PAYACCTS
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
      *  ADD-PAYACCT  -  write a new master row, rejecting a blank or
      *  duplicate code, a blank name and an unknown type; a new
      *  account is always open
      *----------------------------------------------------------------
       ADD-PAYACCT section.
             if waccount of webif-rec = space
                or waccount-name of webif-rec = space
               move 'コードと名称を入力してください'
                    to werrmsg of webif-rec
               go to ADD-PAYACCT-EXIT
             end-if
             move waccount-type of webif-rec to pacct-type
             if not pacct-type-valid
               move '種別はC/B/P/Kのいずれかです'
                    to werrmsg of webif-rec
               go to ADD-PAYACCT-EXIT
             end-if
             open i-o payacct-file
             if payacct-file-fs not = zero then
               open output payacct-file
               close payacct-file
               open i-o payacct-file
             end-if
             move waccount of webif-rec to pacct-code
             move waccount-name of webif-rec to pacct-name
             move waccount-type of webif-rec to pacct-type
             move 'O' to pacct-status
             perform STAMP-PAYACCT
             write payacct-rec
               invalid key
                 move '既に登録されているコードです'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move pacct-code to audit-key
                 move space to audit-before-detail
                 move payacct-rec to audit-after-detail
                 perform AUDIT-WRITE
             end-write
             close payacct-file.
       ADD-PAYACCT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-PAYACCT  -  rename an account, correct its type, or
      *  close ('X') / reopen ('O') it; a blank field on the form
      *  leaves that part of the row as it was
      *----------------------------------------------------------------
       CHANGE-PAYACCT section.
             if waccount of webif-rec = space
               move 'コードが未入力です'
                    to werrmsg of webif-rec
               go to CHANGE-PAYACCT-EXIT
             end-if
             if waccount-status of webif-rec not = space
                and waccount-status of webif-rec not = 'O'
                and waccount-status of webif-rec not = 'X'
               move '状態はO(使用中)かX(閉鎖)です'
                    to werrmsg of webif-rec
               go to CHANGE-PAYACCT-EXIT
             end-if
             open i-o payacct-file
             if payacct-file-fs not = zero then
               move '口座マスタを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-PAYACCT-EXIT
             end-if
             move waccount of webif-rec to pacct-code
             read payacct-file
               invalid key
                 move '該当するコードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move payacct-rec to audit-before-detail
                 if waccount-name of webif-rec not = space
                   move waccount-name of webif-rec to pacct-name
                 end-if
                 if waccount-type of webif-rec not = space
                   move waccount-type of webif-rec to pacct-type
                 end-if
                 if waccount-status of webif-rec not = space
                   move waccount-status of webif-rec to pacct-status
                 end-if
                 if not pacct-type-valid
                   move '種別はC/B/P/Kのいずれかです'
                        to werrmsg of webif-rec
                 else
                   perform STAMP-PAYACCT
                   rewrite payacct-rec
                   move 'CHANGE' to audit-operation
                   move pacct-code to audit-key
                   move payacct-rec to audit-after-detail
                   perform AUDIT-WRITE
                 end-if
             end-read
             close payacct-file.
       CHANGE-PAYACCT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-PAYACCT  -  remove a master row keyed by mistake;
      *  rows already posted keep their stamped code (and then count
      *  under it as an unregistered account), so an account that has
      *  been used should be closed through 変更 instead
      *----------------------------------------------------------------
       DELETE-PAYACCT section.
             if waccount of webif-rec = space
               move 'コードが未入力です'
                    to werrmsg of webif-rec
               go to DELETE-PAYACCT-EXIT
             end-if
             open i-o payacct-file
             if payacct-file-fs not = zero then
               move '口座マスタを開けません'
                    to werrmsg of webif-rec
               go to DELETE-PAYACCT-EXIT
             end-if
             move waccount of webif-rec to pacct-code
             read payacct-file
               invalid key
                 move '該当するコードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move payacct-rec to audit-before-detail
                 delete payacct-file
                 move 'DELETE' to audit-operation
                 move waccount of webif-rec to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close payacct-file.
       DELETE-PAYACCT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-PAYACCT  -  last-changed timestamp on the master row
      *----------------------------------------------------------------
       STAMP-PAYACCT section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into pacct-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-PAYACCTS  -  read the whole master in code order into
      *  the display table
      *----------------------------------------------------------------
       LIST-PAYACCTS section.
             move space to pacct-list-table of webif-rec
             move zero to i
             open input payacct-file
             if payacct-file-fs = zero then
               move space to payacct-eof
               read payacct-file next record
                 at end move 'EOF' to payacct-eof
               end-read
               perform until payacct-eof = 'EOF' or i >= 20
                 add 1 to i
                 move pacct-code   to atbl-code (i)
                 move pacct-name   to atbl-name (i)
                 move pacct-type   to atbl-type (i)
                 move pacct-status to atbl-status (i)
                 read payacct-file next record
                   at end move 'EOF' to payacct-eof
                 end-read
               end-perform
               close payacct-file
             end-if
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
             move 'kozukaipayacctadmin' to ipc-target
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
             move 'kozukaipayacctadm' to audit-program
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
