      *  matching post is rejected outright ('R') or let through
      *  with the word masked ('M').  chat.cob consults the master
      *  on every post.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 ng-word-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
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

          move 'NGWORD' to wqg-name-key
          move 40       to wqg-max-len
          accept wqg-query-string from environment 'QUERY_STRING'
          else
            set lc-lock-share to true
          end-if.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
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
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'CHAT_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'chatngadmin' to ipc-target
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
