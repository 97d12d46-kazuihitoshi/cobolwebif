       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           counterbotadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the crawler master (counterbotagent.dat)
      *  - lists the user-agent patterns that mark a hit as a bot and
      *  lets an admin-role credential add or remove one.  counter.cob
      *  counts a matching hit into the bot tally instead of the
      *  human totals from the next hit on; counterbotrebuild.cob
      *  reclassifies the hits already captured.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select bot-agent-file assign to "counterbotagent.dat"
           organization is indexed access mode is dynamic
           record key is bota-pattern
           file status is bot-agent-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd bot-agent-file.
       copy botagentfile.

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
         02 filler pic x(15) value 'PATTERN'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpattern-in     pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnote-in        pic x(30) value space.
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
         02 bot-admin-table.
            03 bot-admin-array occurs 50.
               04 bttbl-pattern  pic x(40).
               04 bttbl-note     pic x(30).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 bot-agent-file-fs  pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 bot-agent-eof      pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.

      *  salted-password verification working fields
      *  (see VERIFY-CRED-PASSWORD / COMPUTE-CRED-HASH)
       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          if wscreenname of webif-rec = space then
            move 'counterbotadmin.html' to wscreenname of webif-rec
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

          move 'counter_lock' to lc-lock-file.
          if wmode of webif-rec = '追加'
             or wmode of webif-rec = '削除' then
            set lc-lock-exclusive to true
          else
            set lc-lock-share to true
          end-if.
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
            if wmode of webif-rec = '追加'
               or wmode of webif-rec = '削除' then
              perform CHECK-LOGIN
              if login-not-ok then
                move '管理者権限が必要です'
                     to werrmsg of webif-rec
              else
                if wpattern-in of webif-rec = space then
                  move 'パターンが未入力です'
                       to werrmsg of webif-rec
                else
                  if wmode of webif-rec = '追加' then
                    perform POST-BOT-PATTERN
                  else
                    perform DELETE-BOT-PATTERN
                  end-if
                end-if
              end-if
            end-if
            perform LIST-BOT-PATTERNS
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
      *  POST-BOT-PATTERN  -  write (or replace the note of) the
      *  master row for the posted pattern, audited either way
      *----------------------------------------------------------------
       POST-BOT-PATTERN section.
             open i-o bot-agent-file
             if bot-agent-file-fs not = zero then
               open output bot-agent-file
             end-if
             if bot-agent-file-fs not = zero then
               move 'ボットマスタを開けません'
                    to werrmsg of webif-rec
               go to POST-BOT-PATTERN-EXIT
             end-if

             accept wnow-date from date yyyymmdd
             accept wnow-time from time

             move wpattern-in of webif-rec to bota-pattern
             read bot-agent-file
               invalid key
                 move 'ADD' to audit-operation
                 move space to audit-before-detail
               not invalid key
                 move 'UPDATE' to audit-operation
                 move bota-note to audit-before-detail
             end-read

             move wpattern-in of webif-rec to bota-pattern
             move wnote-in of webif-rec    to bota-note
             string wnow-date delimited size
                    wnow-time delimited size
               into bota-updated
             end-string

             if audit-operation = 'ADD'
               write bot-agent-rec
                 invalid key rewrite bot-agent-rec
               end-write
             else
               rewrite bot-agent-rec
                 invalid key write bot-agent-rec
               end-rewrite
             end-if

             move bota-pattern (1:20) to audit-key
             move bota-note to audit-after-detail
             perform AUDIT-WRITE

             move '登録しました'
                  to werrmsg of webif-rec.
       POST-BOT-PATTERN-EXIT.
             close bot-agent-file
             exit.

      *----------------------------------------------------------------
      *  DELETE-BOT-PATTERN  -  remove the master row for the posted
      *  pattern; one that is not registered is reported back
      *----------------------------------------------------------------
       DELETE-BOT-PATTERN section.
             open i-o bot-agent-file
             if bot-agent-file-fs not = zero then
               move 'ボットマスタを開けません'
                    to werrmsg of webif-rec
               go to DELETE-BOT-PATTERN-EXIT
             end-if

             move wpattern-in of webif-rec to bota-pattern
             read bot-agent-file
               invalid key
                 string '該当するパターンが'   delimited size
                        '登録されていません' delimited size
                   into werrmsg of webif-rec
                 end-string
               not invalid key
                 move 'DELETE' to audit-operation
                 move bota-pattern (1:20) to audit-key
                 move bota-note to audit-before-detail
                 move space to audit-after-detail
                 delete bot-agent-file
                 perform AUDIT-WRITE
                 move '削除しました'
                      to werrmsg of webif-rec
             end-read.
       DELETE-BOT-PATTERN-EXIT.
             close bot-agent-file
             exit.

      *----------------------------------------------------------------
      *  LIST-BOT-PATTERNS  -  read the whole master in pattern order
      *  into the display table; no master yet shows an empty table
      *----------------------------------------------------------------
       LIST-BOT-PATTERNS section.
             move space to bot-admin-table of webif-rec
             move zero to i
             open input bot-agent-file
             if bot-agent-file-fs = zero then
               move space to bot-agent-eof
               read bot-agent-file next record
                 at end move 'EOF' to bot-agent-eof
               end-read
               perform until bot-agent-eof = 'EOF' or i >= 50
                 add 1 to i
                 move bota-pattern to bttbl-pattern (i)
                 move bota-note    to bttbl-note (i)
                 read bot-agent-file next record
                   at end move 'EOF' to bot-agent-eof
                 end-read
               end-perform
               close bot-agent-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master carrying the admin role before the
      *  crawler master may be changed
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
             if login-ok and not cred-role-admin
               set login-not-ok to true
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
      *  (set by the web-lock copybook); COUNTER_LOCKTIMEOUT lets an
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             accept wenv-locktmo from environment 'COUNTER_LOCKTIMEOUT'
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
             move 'counterbotadmin' to ipc-target
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
      *  hand it to the shared audit funnel
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'counterbotadmin' to audit-program
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
