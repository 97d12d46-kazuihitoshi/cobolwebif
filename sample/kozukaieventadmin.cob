       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaieventadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the event master (kozukaievent.dat) -
      *  lists every event with its name, date range and budget and
      *  lets a credentialed user add one, change its name, dates or
      *  budget, or delete one that was keyed by mistake.
      *  kozukaiupdate.cob refuses a posting tagged with an event
      *  that is not on file; kozukaieventrpt.cob reports the tagged
      *  spend against the budget.  Every change goes through
      *  AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select event-file assign to "kozukaievent.dat"
           organization is indexed access mode is dynamic
           record key is evt-code
           file status is event-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd event-file.
       copy eventfile.

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
         02 filler pic x(15) value 'EVENT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wevent          pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'EVENTNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wevent-name     pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FROMDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfrom-date-in   pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TODATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wto-date-in     pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'BUDGET'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wbudget-in      pic x(12) value space.
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
         02 event-list-table.
            03 event-list-array occurs 20.
               04 etbl-code   pic x(08).
               04 etbl-name   pic x(30).
               04 etbl-from   pic x(08).
               04 etbl-to     pic x(08).
               04 etbl-budget pic z(8)9.

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 event-file-fs      pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 event-eof          pic x(3) value space.
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

      *  budget as keyed: spaces squeezed out before numval, the
      *  template screen's rule
       01 wpm-digits         pic x(12) value space.
       01 wpm-j              pic 9(03) value zero.
       01 wpm-k              pic 9(03) value zero.
       01 wpm-value          pic s9(09) value zero.

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
            move 'eventadmin.html' to wscreenname of webif-rec
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
                  when '追加' perform ADD-EVENT
                  when '変更' perform CHANGE-EVENT
                  when '削除' perform DELETE-EVENT
                 end-evaluate
               end-if
             when other
               continue
            end-evaluate
            perform LIST-EVENTS
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
      *  ADD-EVENT  -  write a new master row; code, name and both
      *  dates are required, the budget may be left blank (no budget)
      *----------------------------------------------------------------
       ADD-EVENT section.
             if wevent of webif-rec = space
                or wevent-name of webif-rec = space
               move 'コードと名称を入力してください'
                    to werrmsg of webif-rec
               go to ADD-EVENT-EXIT
             end-if
             if wfrom-date-in of webif-rec = space
                or wto-date-in of webif-rec = space
               move '開始日と終了日を入力してください'
                    to werrmsg of webif-rec
               go to ADD-EVENT-EXIT
             end-if
             perform EDIT-EVENT-FIELDS
             if werrmsg of webif-rec not = space
               go to ADD-EVENT-EXIT
             end-if
             if wfrom-date-in of webif-rec > wto-date-in of webif-rec
               move '終了日が開始日より前です'
                    to werrmsg of webif-rec
               go to ADD-EVENT-EXIT
             end-if
             open i-o event-file
             if event-file-fs not = zero then
               open output event-file
               close event-file
               open i-o event-file
             end-if
             initialize event-rec
             move wevent of webif-rec        to evt-code
             move wevent-name of webif-rec   to evt-name
             move wfrom-date-in of webif-rec to evt-from-date
             move wto-date-in of webif-rec   to evt-to-date
             move wpm-value                  to evt-budget
             perform STAMP-EVENT
             write event-rec
               invalid key
                 move '既に登録されているコードです'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move evt-code to audit-key
                 move space to audit-before-detail
                 move event-rec to audit-after-detail
                 perform AUDIT-WRITE
             end-write
             close event-file.
       ADD-EVENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-EVENT  -  rename an event, move its dates or reset
      *  its budget; a blank field on the form leaves that part of
      *  the row as it was
      *----------------------------------------------------------------
       CHANGE-EVENT section.
             if wevent of webif-rec = space
               move 'コードが未入力です'
                    to werrmsg of webif-rec
               go to CHANGE-EVENT-EXIT
             end-if
             perform EDIT-EVENT-FIELDS
             if werrmsg of webif-rec not = space
               go to CHANGE-EVENT-EXIT
             end-if
             open i-o event-file
             if event-file-fs not = zero then
               move 'イベントマスタを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-EVENT-EXIT
             end-if
             move wevent of webif-rec to evt-code
             read event-file
               invalid key
                 move '該当するコードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move event-rec to audit-before-detail
                 if wevent-name of webif-rec not = space
                   move wevent-name of webif-rec to evt-name
                 end-if
                 if wfrom-date-in of webif-rec not = space
                   move wfrom-date-in of webif-rec to evt-from-date
                 end-if
                 if wto-date-in of webif-rec not = space
                   move wto-date-in of webif-rec to evt-to-date
                 end-if
                 if wbudget-in of webif-rec not = space
                   move wpm-value to evt-budget
                 end-if
                 if evt-from-date > evt-to-date
                   move '終了日が開始日より前です'
                        to werrmsg of webif-rec
                 else
                   perform STAMP-EVENT
                   rewrite event-rec
                   move 'CHANGE' to audit-operation
                   move evt-code to audit-key
                   move event-rec to audit-after-detail
                   perform AUDIT-WRITE
                 end-if
             end-read
             close event-file.
       CHANGE-EVENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-EVENT  -  remove a master row keyed by mistake; rows
      *  already tagged keep their code, and the report still finds
      *  them by it, but a new posting can no longer name it
      *----------------------------------------------------------------
       DELETE-EVENT section.
             if wevent of webif-rec = space
               move 'コードが未入力です'
                    to werrmsg of webif-rec
               go to DELETE-EVENT-EXIT
             end-if
             open i-o event-file
             if event-file-fs not = zero then
               move 'イベントマスタを開けません'
                    to werrmsg of webif-rec
               go to DELETE-EVENT-EXIT
             end-if
             move wevent of webif-rec to evt-code
             read event-file
               invalid key
                 move '該当するコードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move event-rec to audit-before-detail
                 delete event-file
                 move 'DELETE' to audit-operation
                 move wevent of webif-rec to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close event-file.
       DELETE-EVENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-EVENT-FIELDS  -  whichever of the dates and budget the
      *  form carries must be sound; a blank one is left to the
      *  caller.  The parsed budget lands in wpm-value.
      *----------------------------------------------------------------
       EDIT-EVENT-FIELDS section.
             move zero to wpm-value
             if wbudget-in of webif-rec not = space
               move space to wpm-digits
               move zero to wpm-k
               perform varying wpm-j from 1 by 1 until wpm-j > 12
                 if wbudget-in of webif-rec (wpm-j:1) not = space
                   add 1 to wpm-k
                   if wpm-k <= 12
                     move wbudget-in of webif-rec (wpm-j:1)
                       to wpm-digits (wpm-k:1)
                   end-if
                 end-if
               end-perform
               if wpm-k = zero
                  or wpm-digits (1:wpm-k) not numeric
                 move '予算が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-EVENT-FIELDS-EXIT
               end-if
               compute wpm-value =
                  function numval (wpm-digits (1:wpm-k))
                 on size error
                   move '予算が不正です'
                        to werrmsg of webif-rec
                   go to EDIT-EVENT-FIELDS-EXIT
               end-compute
             end-if
             if wfrom-date-in of webif-rec not = space
               move wfrom-date-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '開始日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-EVENT-FIELDS-EXIT
               end-if
             end-if
             if wto-date-in of webif-rec not = space
               move wto-date-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '終了日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-EVENT-FIELDS-EXIT
               end-if
             end-if.
       EDIT-EVENT-FIELDS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-EVENT  -  last-changed timestamp on the master row
      *----------------------------------------------------------------
       STAMP-EVENT section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into evt-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-EVENTS  -  read the whole master in code order into
      *  the display table
      *----------------------------------------------------------------
       LIST-EVENTS section.
             move space to event-list-table of webif-rec
             move zero to i
             open input event-file
             if event-file-fs = zero then
               move space to event-eof
               read event-file next record
                 at end move 'EOF' to event-eof
               end-read
               perform until event-eof = 'EOF' or i >= 20
                 add 1 to i
                 move evt-code      to etbl-code (i)
                 move evt-name      to etbl-name (i)
                 move evt-from-date to etbl-from (i)
                 move evt-to-date   to etbl-to (i)
                 move evt-budget    to etbl-budget (i)
                 read event-file next record
                   at end move 'EOF' to event-eof
                 end-read
               end-perform
               close event-file
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
             move 'kozukaieventadmin' to ipc-target
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
             move 'kozukaieventadmin' to audit-program
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
