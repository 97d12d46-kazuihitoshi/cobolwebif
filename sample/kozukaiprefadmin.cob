      *  browse defaults (member filter, category filter, page size,
      *  newest-or-oldest landing) and '保存' writes them back, so
      *  kozukaiupdate.cob's select-proc can apply them on every
      *  参照 without the same filters being set by hand.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
         02 filler pic x value low-value.
         02 wpref-land      pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PREFLANG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpref-lang      pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'USERNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy web-cookie.

       copy paramget.

       copy msgcat.

       77 rc                 pic s9(10) binary.
       01 prefs-file-fs      pic 9(2).
       01 credentials-file-fs pic 9(2).
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

          move 'PREFCATEGORY' to wqg-name-key
          move 20             to wqg-max-len
          accept wqg-query-string from environment 'QUERY_STRING'
            else
              set lc-lock-share to true
            end-if
            perform CHECK-MAINTENANCE
            perform GET-LOCK-TIMEOUT
            call 'WEB_LOCK' using lc-web-lock rc
            if rc not = zero then
            end-if
          end-if.

          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
             else
               move zero to wpagesize-num
             end-if
             if wpref-lang of webif-rec not = space
                and wpref-lang of webif-rec not = 'ja'
                and wpref-lang of webif-rec not = 'en'
               move '言語はjaかenで指定してください'
                    to werrmsg of webif-rec
               go to SAVE-PREFS-EXIT-2
             end-if

             open i-o prefs-file
             if prefs-file-fs not = zero then
                        pref-page-size delimited size
                        '/' delimited size
                        pref-land delimited size
                        '/' delimited size
                        pref-lang delimited size
                   into audit-before-detail
                 end-string
             end-read
             move wpref-category of webif-rec to pref-filter-category
             move wpagesize-num               to pref-page-size
             move wpref-land of webif-rec     to pref-land
             move wpref-lang of webif-rec     to pref-lang
             string wnow-date delimited size
                    wnow-time delimited size
               into pref-updated
                    pref-page-size delimited size
                    '/' delimited size
                    pref-land delimited size
                    '/' delimited size
                    pref-lang delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE

      *      the browser carries the choice as KZLANG for the screens
      *      that never see the login
             initialize web-cookie
             move 'KZLANG' to web-name
             move pref-lang to web-value
             if web-value = space
               move 'ja' to web-value
             end-if
             call 'WEB_SET_COOKIE' using web-cookie rc

             move '保存しました'
                  to werrmsg of webif-rec.
       SAVE-PREFS-EXIT.
                   to wpref-category of webif-rec
                 move pref-page-size to wpref-pagesize of webif-rec
                 move pref-land to wpref-land of webif-rec
                 move pref-lang to wpref-lang of webif-rec
             end-read
             close prefs-file.
       SHOW-PREFS-EXIT.
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
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
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
             move 'kozukaiprefadmin' to ipc-target
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
      *  TRANSLATE-MESSAGE  -  the message in the user's language from
      *  the message catalog; Japanese, or text the catalog does not
      *  hold, goes out as it stands
      *----------------------------------------------------------------
       TRANSLATE-MESSAGE section.
             if werrmsg of webif-rec = space
               go to TRANSLATE-MESSAGE-EXIT
             end-if
             move wusername of webif-rec to mc-user
             move space to mc-lang
             set mc-by-text to true
             move werrmsg of webif-rec to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of webif-rec.
       TRANSLATE-MESSAGE-EXIT.
             exit.
