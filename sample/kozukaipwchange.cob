      *  credential unlock an account that CHECK-LOGIN locked
      *  after too many consecutive misses.  Every change and unlock
      *  goes through AUDIT-WRITE (never carrying a password).
      *  '履歴' shows the owner, once their password checks out, the
      *  last ten logins tried under their name from the login
      *  history, newest first; a successful change shows them too.
      *  Every password checked here is recorded in that history
      *  through kozukailoginlog.cob.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
        select login-hist-file assign to "kozukailoginhist.dat"
           organization is indexed access mode is dynamic
           record key is lgh-key
           file status is login-hist-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd credentials-file.
       copy credentialsfile.

       fd login-hist-file.
       copy loginhistfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
         02 login-list-table.
            03 login-list-array occurs 10.
               04 lhtbl-at         pic x(14).
               04 lhtbl-result     pic x(01).
               04 lhtbl-reason     pic x(20).
               04 lhtbl-program    pic x(20).
               04 lhtbl-addr       pic x(40).
               04 lhtbl-agent      pic x(60).
               04 lhtbl-new-device pic x(01).

       copy auditlog.


       copy web-lock.

       copy maintcheck.

       77 rc                 pic s9(10) binary.
       01 credentials-file-fs pic 9(2).
       01 login-hist-file-fs pic 9(2).
       01 login-hist-eof     pic x(3) value space.
       01 wlh-i              pic 9(02) value zero.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wnow-time8         pic x(08).
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy loginlog.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move 'kozukai_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
                perform CHANGE-PASSWORD
              when '解除'
                perform UNLOCK-ACCOUNT
              when '履歴'
                perform SHOW-HISTORY
              when other
                continue
            end-evaluate
          move space to wnew-password  of webif-rec.
          move space to wnew-password2 of webif-rec.

          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
               go to CHANGE-PASSWORD-EXIT
             end-if

             perform AUTHENTICATE-OWNER
             if login-not-ok
               go to CHANGE-PASSWORD-EXIT
             end-if

             move 'N'   to cred-locked
      *      a one-time password's change obligation is now met
             move 'N'   to cred-pwforce
             move wnow-date to cred-pw-changed
             rewrite credential-rec
             close credentials-file

             move 'password changed by owner' to audit-after-detail
             perform AUDIT-WRITE

             perform LOAD-LOGIN-HISTORY
             move 'パスワードを変更しました'
                  to werrmsg of webif-rec.
       CHANGE-PASSWORD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SHOW-HISTORY  -  the owner's last ten logins, once their
      *  current password checks out
      *----------------------------------------------------------------
       SHOW-HISTORY section.
             if wusername of webif-rec = space
               move 'ユーザー名が未入力です'
                    to werrmsg of webif-rec
               go to SHOW-HISTORY-EXIT
             end-if
             perform AUTHENTICATE-OWNER
             if login-not-ok
               go to SHOW-HISTORY-EXIT
             end-if
             close credentials-file
             perform LOAD-LOGIN-HISTORY.
       SHOW-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  AUTHENTICATE-OWNER  -  read the owner's row and check the
      *  current password, recording the try in the login history.
      *  A miss counts towards the lockout exactly as a miss at the
      *  login does and leaves login-not-ok with the credentials
      *  closed; on login-ok the row is left read, the file open
      *  for the caller's rewrite.
      *----------------------------------------------------------------
       AUTHENTICATE-OWNER section.
             set login-not-ok to true
             open i-o credentials-file
             if credentials-file-fs not = zero
               move '認証マスタを開けません'
                    to werrmsg of webif-rec
               go to AUTHENTICATE-OWNER-EXIT
             end-if

             move wusername of webif-rec to cred-username
             read credentials-file
               invalid key
                 move '認証エラーです'
                      to werrmsg of webif-rec
                 close credentials-file
                 set lgl-failure to true
                 move 'unknown user' to lgl-reason
                 perform RECORD-LOGIN
                 go to AUTHENTICATE-OWNER-EXIT
             end-read

             perform VERIFY-CRED-PASSWORD
             if login-ok
               set lgl-success to true
               move space to lgl-reason
               perform RECORD-LOGIN
               go to AUTHENTICATE-OWNER-EXIT
             end-if

             set lgl-failure to true
             if cred-is-locked
               move 'locked' to lgl-reason
             else
               move 'bad password' to lgl-reason
               perform GET-MAX-FAILS
               add 1 to cred-fail-count
               if cred-fail-count >= wmax-fails
                 move 'Y' to cred-locked
                 move 'LOCKOUT' to audit-operation
                 move cred-username to audit-key
                 move space to audit-before-detail
                 string 'locked after ' delimited size
                        cred-fail-count delimited size
                        ' consecutive failures' delimited size
                   into audit-after-detail
                 end-string
                 perform AUDIT-WRITE
               end-if
               rewrite credential-rec
             end-if
             perform RECORD-LOGIN
             move '現在のパスワードが違います'
                  to werrmsg of webif-rec
             close credentials-file.
       AUTHENTICATE-OWNER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-LOGIN-HISTORY  -  walk the owner's rows in the login
      *  history oldest first, pushing each onto the top of
      *  login-list-table so the newest ten are left, newest first
      *----------------------------------------------------------------
       LOAD-LOGIN-HISTORY section.
             move space to login-list-table
             open input login-hist-file
             if login-hist-file-fs not = zero
               go to LOAD-LOGIN-HISTORY-EXIT
             end-if
             move wusername of webif-rec to lgh-user
             move low-value to lgh-at
             move zero to lgh-seq
             move space to login-hist-eof
             start login-hist-file key is not less than lgh-key
               invalid key move 'EOF' to login-hist-eof
             end-start
             if login-hist-eof not = 'EOF'
               read login-hist-file next record
                 at end move 'EOF' to login-hist-eof
               end-read
             end-if
             perform until login-hist-eof = 'EOF'
                or lgh-user not = wusername of webif-rec
               perform varying wlh-i from 10 by -1 until wlh-i <= 1
                 move login-list-array (wlh-i - 1)
                   to login-list-array (wlh-i)
               end-perform
               move lgh-at          to lhtbl-at (1)
               move lgh-result      to lhtbl-result (1)
               move lgh-reason      to lhtbl-reason (1)
               move lgh-program     to lhtbl-program (1)
               move lgh-addr        to lhtbl-addr (1)
               move lgh-agent       to lhtbl-agent (1)
               move lgh-new-device  to lhtbl-new-device (1)
               read login-hist-file next record
                 at end move 'EOF' to login-hist-eof
               end-read
             end-perform
             close login-hist-file.
       LOAD-LOGIN-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RECORD-LOGIN  -  one row in the login history for the
      *  password just checked (lgl-result/lgl-reason already set)
      *----------------------------------------------------------------
       RECORD-LOGIN section.
             move wusername of webif-rec to lgl-user
             move 'kozukaipwchange' to lgl-program
             call 'kozukailoginlog' using login-log-area
             exit.

      *----------------------------------------------------------------
      *  UNLOCK-ACCOUNT  -  an administrator (verified by their own
      *  username/password) clears the lock flag and failure counter
                 move '認証エラーです'
                      to werrmsg of webif-rec
                 close credentials-file
                 set lgl-failure to true
                 move 'unknown user' to lgl-reason
                 perform RECORD-LOGIN
                 go to UNLOCK-ACCOUNT-EXIT
             end-read
             set login-not-ok to true
             else
               perform VERIFY-CRED-PASSWORD
             end-if
             if login-ok
               set lgl-success to true
               move space to lgl-reason
             else
               set lgl-failure to true
               if cred-is-locked
                 move 'locked' to lgl-reason
               else
                 move 'bad password' to lgl-reason
               end-if
             end-if
             perform RECORD-LOGIN
      *      unlocking defeats the lockout, so it takes the admin
      *      role, the same bar the other destructive paths demand
             if login-ok and not cred-role-admin
      *----------------------------------------------------------------
       GET-MAX-FAILS section.
             move 5 to wmax-fails
             move 'KOZUKAI_MAXFAILS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-maxfails
             if wenv-maxfails not = space
                and wenv-maxfails is numeric then
               move wenv-maxfails to wmax-fails
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               add 1 to wqg-dec-len
             end-perform
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
