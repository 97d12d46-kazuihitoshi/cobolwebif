       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiclosechk.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Month-end close checklist CGI - the routine that comes
      *  before 月締め, one screen per ledger and month (YYYYMM,
      *  this month when not given).  Each item is worked out by
      *  kozukaiclosecheck.cob from the files as they stand; the
      *  bank statement match cannot be, so an admin ticks it
      *  here (照合済) or takes the tick back (照合取消).
      *  When the month has to close with items still open, an
      *  admin records an override with the reason (例外登録) -
      *  月締め on kozukaiupdate.cob refuses while any item is
      *  open and no override is on file - or withdraws it
      *  (例外取消).  Every tick and override is audited.  The
      *  client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the login's
      *  role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select close-chk-file assign to "kozukaiclosechk.dat"
           organization is indexed access mode is random
           record key is cck-key
           file status is close-chk-file-fs.
        select ledger-file assign to "kozukailedger.dat"
           organization is indexed access mode is random
           record key is ledger-code
           file status is ledger-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd close-chk-file.
       copy closechkfile.

       fd ledger-file.
       copy ledgerfile.

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
         02 filler pic x(15) value 'LEDGER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wledger         pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'YM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wym             pic x(06) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnote           pic x(40) value space.
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
         02 filler pic x(15) value 'CLOSABLE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wclosable       pic x(42) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'OVERRIDEBY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 woverride-by    pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'OVERRIDENOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 woverride-note  pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ERRMSG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
         02 chk-list-table.
            03 chk-list-array occurs 6.
               04 ctbl-item      pic x(08).
               04 ctbl-label     pic x(30).
               04 ctbl-kind      pic x(06).
               04 ctbl-state     pic x(09).
               04 ctbl-detail    pic x(40).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy closecheck.

       77 rc                 pic s9(10) binary.
       01 close-chk-file-fs  pic 9(2).
       01 ledger-file-fs     pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(02).

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

      *  the checklist row the current mode writes: which item, and
      *  whether it is being set or taken back
       01 wchk-item          pic x(08) value space.
       01 wchk-tick          pic x(01) value space.
       01 wchk-done-msg      pic x(60) value space.
       01 wym-flag           pic x value 'Y'.
        88 ym-ok                value 'Y'.
        88 ym-not-ok            value 'N'.

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
            move 'closechk.html' to wscreenname of webif-rec
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

          perform CHECK-MONTH.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '照合済'
           when '照合取消'
           when '例外登録'
           when '例外取消'
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
            if ym-ok
              evaluate wmode of webif-rec
               when '照合済'
               when '照合取消'
               when '例外登録'
               when '例外取消'
                 perform CHECK-LOGIN
                 if login-not-ok then
                   move '管理者権限が必要です'
                        to werrmsg of webif-rec
                 else
                   perform SET-CHECK-ITEM
                 end-if
               when other
                 continue
              end-evaluate
              perform SHOW-CHECKLIST
            end-if
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          move space to wpassword of webif-rec.
          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  CHECK-MONTH  -  the month defaults to this one; a month not
      *  given as YYYYMM, or a ledger code not in the ledger master,
      *  shows nothing rather than a checklist for the wrong books
      *----------------------------------------------------------------
       CHECK-MONTH section.
             set ym-ok to true
             if wym of webif-rec = space
               accept wnow-date from date yyyymmdd
               move wnow-date (1:6) to wym of webif-rec
             end-if
             if wym of webif-rec not numeric
                or wym of webif-rec (5:2) < '01'
                or wym of webif-rec (5:2) > '12'
               set ym-not-ok to true
               move '年月はYYYYMMで指定してください'
                    to werrmsg of webif-rec
               go to CHECK-MONTH-EXIT
             end-if
             if wledger of webif-rec = space
               go to CHECK-MONTH-EXIT
             end-if
             open input ledger-file
             if ledger-file-fs not = zero
               set ym-not-ok to true
               move '未登録の帳簿です' to werrmsg of webif-rec
               go to CHECK-MONTH-EXIT
             end-if
             move wledger of webif-rec to ledger-code
             read ledger-file
               invalid key
                 set ym-not-ok to true
                 move '未登録の帳簿です' to werrmsg of webif-rec
             end-read
             close ledger-file.
       CHECK-MONTH-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-CHECK-ITEM  -  write the row the mode asks for: the bank
      *  tick set or taken back, or the override recorded (a reason
      *  is required) or withdrawn; audited as CLOSECHK with the
      *  item and month in the key and the remark in the notes
      *----------------------------------------------------------------
       SET-CHECK-ITEM section.
             evaluate wmode of webif-rec
               when '照合済'
                 move 'BANK' to wchk-item
                 move 'Y' to wchk-tick
                 move '照合済を登録しました' to wchk-done-msg
               when '照合取消'
                 move 'BANK' to wchk-item
                 move 'N' to wchk-tick
                 move '照合済を取り消しました'
                      to wchk-done-msg
               when '例外登録'
                 move 'OVERRIDE' to wchk-item
                 move 'Y' to wchk-tick
                 move '例外を登録しました' to wchk-done-msg
               when other
                 move 'OVERRIDE' to wchk-item
                 move 'N' to wchk-tick
                 move '例外を取り消しました' to wchk-done-msg
             end-evaluate
             if wchk-item = 'OVERRIDE' and wchk-tick = 'Y'
                and wnote of webif-rec = space
               move '例外の理由を入力してください'
                    to werrmsg of webif-rec
               go to SET-CHECK-ITEM-EXIT
             end-if

             open i-o close-chk-file
             if close-chk-file-fs not = zero
               open output close-chk-file
               close close-chk-file
               open i-o close-chk-file
             end-if
             if close-chk-file-fs not = zero
               move 'チェックリストを更新できません'
                    to werrmsg of webif-rec
               go to SET-CHECK-ITEM-EXIT
             end-if

             move wledger of webif-rec to cck-ledger
             move wym of webif-rec     to cck-ym
             move wchk-item            to cck-item
             move space to audit-before-note
             read close-chk-file
               invalid key
                 move 'N' to cck-ticked
                 move space to cck-ticked-by cck-ticked-at cck-note
               not invalid key
                 move cck-note to audit-before-note
             end-read
             move space to audit-before-detail
             move space to audit-after-detail
             string cck-item   delimited size
                    ' '        delimited size
                    cck-ticked delimited size
               into audit-before-detail
             end-string

             move wchk-tick to cck-ticked
             move wusername of webif-rec to cck-ticked-by
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into cck-ticked-at
             end-string
             if cck-is-ticked
               move wnote of webif-rec to cck-note
             else
               move space to cck-note
             end-if
             rewrite close-chk-rec
               invalid key write close-chk-rec
             end-rewrite
             close close-chk-file

             move 'CLOSECHK' to audit-operation
             move space to audit-key
             string cck-ledger delimited space
                    '/'        delimited size
                    cck-ym     delimited size
                    '/'        delimited size
                    cck-item   delimited space
               into audit-key
             end-string
             string cck-item   delimited size
                    ' '        delimited size
                    cck-ticked delimited size
               into audit-after-detail
             end-string
             move wnote of webif-rec to audit-after-note
             perform AUDIT-WRITE
             move space to audit-before-note
             move space to audit-after-note
             move wchk-done-msg to werrmsg of webif-rec.
       SET-CHECK-ITEM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SHOW-CHECKLIST  -  the month's items as kozukaiclosecheck.cob
      *  works them out, whether 月締め would go through, and the
      *  override on file when there is one
      *----------------------------------------------------------------
       SHOW-CHECKLIST section.
             move space to chk-list-table of webif-rec
             move wledger of webif-rec to ccx-ledger
             move wym of webif-rec     to ccx-ym
             call 'kozukaiclosecheck' using close-check-area
             perform varying i from 1 by 1 until i > ccx-item-count
               move ccx-item-code (i)   to ctbl-item (i)
               move ccx-item-label (i)  to ctbl-label (i)
               if ccx-item-manual (i)
                 move '手動' to ctbl-kind (i)
               else
                 move '自動' to ctbl-kind (i)
               end-if
               if ccx-item-done (i)
                 move '完了' to ctbl-state (i)
               else
                 move '未完了' to ctbl-state (i)
               end-if
               move ccx-item-detail (i) to ctbl-detail (i)
             end-perform
             move ccx-override-by     to woverride-by of webif-rec
             move ccx-override-reason to woverride-note of webif-rec
             evaluate true
               when ccx-all-done
                 move '月締めできます' to wclosable of webif-rec
               when ccx-overridden
                 move '例外登録により月締めできます'
                      to wclosable of webif-rec
               when other
                 move '未完了の項目があります'
                      to wclosable of webif-rec
             end-evaluate
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  admin-role row in the credentials master; ticking the
      *  checklist or recording an override is an admin's call
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             if wusername of webif-rec = space
               go to CHECK-LOGIN-EXIT
             end-if
             move wusername of webif-rec to cred-username
             open input credentials-file
             if credentials-file-fs not = zero
               go to CHECK-LOGIN-EXIT
             end-if
             read credentials-file
               invalid key
                 close credentials-file
                 go to CHECK-LOGIN-EXIT
             end-read
             close credentials-file
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-is-locked or not cred-role-admin
               go to CHECK-LOGIN-EXIT
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
       CHECK-LOGIN-EXIT.
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
             move 'kozukaiclosechk' to ipc-target
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
             move 'kozukaiclosechk' to audit-program
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
