       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaifreezeadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the spending-freeze register
      *  (kozukaifreeze.dat) - lists the freezes with their category,
      *  date range, who set them and why, those in force today
      *  marked, and lets a credentialed user set one (追加), and an
      *  admin move its last day (変更) or lift it (削除).  A freeze
      *  on a parent category covers its children.  The posting
      *  paths ask kozukaifreezecheck.cob about every OUT and refuse
      *  one that falls inside a freeze unless an admin overrides it
      *  with a reason.  Every change goes through AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select freeze-file assign to "kozukaifreeze.dat"
           organization is indexed access mode is dynamic
           record key is frz-key
           file status is freeze-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd freeze-file.
       copy freezefile.

       fd category-file.
       copy categoryfile.

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
         02 filler pic x(15) value 'CATEGORY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcategory       pic x(20) value space.
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
         02 filler pic x(15) value 'REASON'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreason-in      pic x(40) value space.
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
         02 freeze-list-table.
            03 freeze-list-array occurs 30.
               04 ftbl-category pic x(20).
               04 ftbl-from     pic x(08).
               04 ftbl-to       pic x(08).
               04 ftbl-set-by   pic x(20).
               04 ftbl-reason   pic x(40).
               04 ftbl-active   pic x(01).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 freeze-file-fs     pic 9(2).
       01 category-file-fs   pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 freeze-eof         pic x(3) value space.
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
            move 'freezeadmin.html' to wscreenname of webif-rec
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
      *          anyone who may post may agree a freeze; moving or
      *          lifting one is the admin's, who also overrides it
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec not = '追加'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '追加' perform ADD-FREEZE
                    when '変更' perform CHANGE-FREEZE
                    when '削除' perform DELETE-FREEZE
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-FREEZES
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
      *  ADD-FREEZE  -  a new freeze: category (on the master), both
      *  dates and the reason are required; the one who set it is
      *  the login
      *----------------------------------------------------------------
       ADD-FREEZE section.
             if wcategory of webif-rec = space
                or wreason-in of webif-rec = space
               move '分類と理由を入力してください'
                    to werrmsg of webif-rec
               go to ADD-FREEZE-EXIT
             end-if
             if wfrom-date-in of webif-rec = space
                or wto-date-in of webif-rec = space
               move '開始日と終了日を入力してください'
                    to werrmsg of webif-rec
               go to ADD-FREEZE-EXIT
             end-if
             perform EDIT-FREEZE-DATES
             if werrmsg of webif-rec not = space
               go to ADD-FREEZE-EXIT
             end-if
             if wfrom-date-in of webif-rec > wto-date-in of webif-rec
               move '終了日が開始日より前です'
                    to werrmsg of webif-rec
               go to ADD-FREEZE-EXIT
             end-if
             open input category-file
             if category-file-fs = zero then
               move wcategory of webif-rec to category-key
               read category-file
                 invalid key
                   move '未登録の分類です'
                        to werrmsg of webif-rec
               end-read
               close category-file
             end-if
             if werrmsg of webif-rec not = space
               go to ADD-FREEZE-EXIT
             end-if
             open i-o freeze-file
             if freeze-file-fs not = zero then
               open output freeze-file
               close freeze-file
               open i-o freeze-file
             end-if
             initialize freeze-rec
             move wcategory of webif-rec     to frz-category
             move wfrom-date-in of webif-rec to frz-from-date
             move wto-date-in of webif-rec   to frz-to-date
             move wusername of webif-rec     to frz-set-by
             move wreason-in of webif-rec    to frz-reason
             perform STAMP-FREEZE
             write freeze-rec
               invalid key
                 move '同じ開始日の凍結が登録済です'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move frz-key to audit-key
                 move space to audit-before-detail
                 move freeze-rec to audit-after-detail
                 perform AUDIT-WRITE
                 move '凍結を登録しました'
                      to werrmsg of webif-rec
             end-write
             close freeze-file.
       ADD-FREEZE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-FREEZE  -  move the last day of a freeze (ending it
      *  early or extending it) or reword its reason; a blank field
      *  on the form leaves that part of the row as it was
      *----------------------------------------------------------------
       CHANGE-FREEZE section.
             if wcategory of webif-rec = space
                or wfrom-date-in of webif-rec = space
               move '分類と開始日を入力してください'
                    to werrmsg of webif-rec
               go to CHANGE-FREEZE-EXIT
             end-if
             perform EDIT-FREEZE-DATES
             if werrmsg of webif-rec not = space
               go to CHANGE-FREEZE-EXIT
             end-if
             open i-o freeze-file
             if freeze-file-fs not = zero then
               move '凍結ファイルを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-FREEZE-EXIT
             end-if
             move wcategory of webif-rec     to frz-category
             move wfrom-date-in of webif-rec to frz-from-date
             read freeze-file
               invalid key
                 move '該当する凍結がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move freeze-rec to audit-before-detail
                 if wto-date-in of webif-rec not = space
                   move wto-date-in of webif-rec to frz-to-date
                 end-if
                 if wreason-in of webif-rec not = space
                   move wreason-in of webif-rec to frz-reason
                 end-if
                 if frz-from-date > frz-to-date
                   move '終了日が開始日より前です'
                        to werrmsg of webif-rec
                 else
                   perform STAMP-FREEZE
                   rewrite freeze-rec
                   move 'CHANGE' to audit-operation
                   move frz-key to audit-key
                   move freeze-rec to audit-after-detail
                   perform AUDIT-WRITE
                 end-if
             end-read
             close freeze-file.
       CHANGE-FREEZE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-FREEZE  -  lift a freeze altogether; the audit row
      *  keeps what it was
      *----------------------------------------------------------------
       DELETE-FREEZE section.
             if wcategory of webif-rec = space
                or wfrom-date-in of webif-rec = space
               move '分類と開始日を入力してください'
                    to werrmsg of webif-rec
               go to DELETE-FREEZE-EXIT
             end-if
             open i-o freeze-file
             if freeze-file-fs not = zero then
               move '凍結ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-FREEZE-EXIT
             end-if
             move wcategory of webif-rec     to frz-category
             move wfrom-date-in of webif-rec to frz-from-date
             read freeze-file
               invalid key
                 move '該当する凍結がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move freeze-rec to audit-before-detail
                 delete freeze-file
                 move 'DELETE' to audit-operation
                 move frz-key to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close freeze-file.
       DELETE-FREEZE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-FREEZE-DATES  -  whichever dates the form carries must
      *  be real calendar dates; a blank one is left to the caller
      *----------------------------------------------------------------
       EDIT-FREEZE-DATES section.
             if wfrom-date-in of webif-rec not = space
               move wfrom-date-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '開始日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-FREEZE-DATES-EXIT
               end-if
             end-if
             if wto-date-in of webif-rec not = space
               move wto-date-in of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '終了日が不正です'
                      to werrmsg of webif-rec
                 go to EDIT-FREEZE-DATES-EXIT
               end-if
             end-if.
       EDIT-FREEZE-DATES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-FREEZE  -  last-changed timestamp on the register row
      *----------------------------------------------------------------
       STAMP-FREEZE section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into frz-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-FREEZES  -  the register in category/from-date order
      *  into the display table, those not yet over first looked at:
      *  a freeze whose last day has passed is shown only while
      *  there is room, and one in force today is marked '*'
      *----------------------------------------------------------------
       LIST-FREEZES section.
             move space to freeze-list-table of webif-rec
             move zero to i
             accept wnow-date from date yyyymmdd
             open input freeze-file
             if freeze-file-fs = zero then
               move space to freeze-eof
               read freeze-file next record
                 at end move 'EOF' to freeze-eof
               end-read
               perform until freeze-eof = 'EOF' or i >= 30
                 if frz-to-date >= wnow-date
                   perform LIST-ONE-FREEZE
                 end-if
                 read freeze-file next record
                   at end move 'EOF' to freeze-eof
                 end-read
               end-perform
               close freeze-file
             end-if
             open input freeze-file
             if freeze-file-fs = zero then
               move space to freeze-eof
               read freeze-file next record
                 at end move 'EOF' to freeze-eof
               end-read
               perform until freeze-eof = 'EOF' or i >= 30
                 if frz-to-date < wnow-date
                   perform LIST-ONE-FREEZE
                 end-if
                 read freeze-file next record
                   at end move 'EOF' to freeze-eof
                 end-read
               end-perform
               close freeze-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LIST-ONE-FREEZE  -  the current register row onto the table
      *----------------------------------------------------------------
       LIST-ONE-FREEZE section.
             add 1 to i
             move frz-category  to ftbl-category (i)
             move frz-from-date to ftbl-from (i)
             move frz-to-date   to ftbl-to (i)
             move frz-set-by    to ftbl-set-by (i)
             move frz-reason    to ftbl-reason (i)
             if frz-from-date <= wnow-date
                and frz-to-date >= wnow-date
               move '*' to ftbl-active (i)
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before the register may be changed
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
             move 'kozukaifreezeadmin' to ipc-target
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
             move 'kozukaifreezeadmin' to audit-program
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
