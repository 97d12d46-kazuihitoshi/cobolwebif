       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           chatreminder.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Reminder CGI in the chat area over the reminder register
      *  (chatreminder.dat): messages scheduled ahead of time into a
      *  room, which kozukairemind.cob posts from the nightly
      *  kozukaieod.cob run.  Each user signs in with USERNAME/
      *  PASSWORD and keeps their own: 追加 keys one under the next
      *  free id - room, text and schedule (KIND O once on REMDATE,
      *  D daily, W weekly on WEEKDAY 1 Monday .. 7 Sunday, M
      *  monthly on DAY, Y yearly on MONTH/DAY), LEAD days to post
      *  ahead of the date and SHIFT F/B to slide a date off a
      *  weekend or holiday as the recurring templates do (N on
      *  変更 clears it); 変更 replaces whatever the form carries,
      *  停止 and 再開 park and resume one, 削除 removes it.  The
      *  list shows the signed-in user's reminders, or everyone's to
      *  an admin, who may also change anyone's.  Every change goes
      *  through AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select reminder-file assign to "chatreminder.dat"
           organization is indexed access mode is dynamic
           record key is rem-id
           file status is reminder-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd reminder-file.
       copy chatreminderfile.

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
         02 filler pic x(15) value 'REMID'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrem-id-in      pic x(06) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ROOM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wroom-in        pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TEXT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtext-in        pic x(160) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'KIND'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wkind-in        pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'REMDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdate-in        pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'WEEKDAY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wweekday-in     pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MONTH'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmonth-in       pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DAY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wday-in         pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'LEAD'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wlead-in        pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'SHIFT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wshift-in       pic x(01) value space.
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
         02 reminder-list-table.
            03 reminder-list-array occurs 30.
               04 rtbl-id       pic x(06).
               04 rtbl-owner    pic x(20).
               04 rtbl-room     pic x(20).
               04 rtbl-text     pic x(160).
               04 rtbl-when     pic x(30).
               04 rtbl-lead     pic x(02).
               04 rtbl-shift    pic x(01).
               04 rtbl-status   pic x(01).
               04 rtbl-last     pic x(08).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 reminder-file-fs   pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 reminder-eof       pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 j                  pic 9(06).

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

      *  month, day and lead as keyed: up to two digits, left or
      *  right
       01 wn2-in             pic x(02) value space.
       01 wn2-digits         pic x(02) value space.
       01 wn2-j              pic 9(02) value zero.
       01 wn2-k              pic 9(02) value zero.
       01 wn2-bad            pic 9(02) value zero.
       01 wn2-value          pic 9(02) value zero.

      *  the schedule as the list shows it
       01 wday-names         pic x(21) value '月火水木金土日'.
       01 wwd-p              pic 9(02) value zero.

       01 wlist-count        pic 9(03) value zero.

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
            move 'chatreminder.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
           when '変更'
           when '停止'
           when '再開'
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
            inspect wkind-in of webif-rec
               converting 'odwmy' to 'ODWMY'
            inspect wshift-in of webif-rec
               converting 'fbn' to 'FBN'
            perform CHECK-LOGIN
            evaluate true
             when login-not-ok and wusername of webif-rec = space
               move 'ログインしてください'
                    to werrmsg of webif-rec
             when login-not-ok
               move '認証エラーです'
                    to werrmsg of webif-rec
      *      a reminder posts into a room, so a read-only account
      *      may look but not schedule
             when wlogin-role = 'viewer'
                  and wmode of webif-rec not = space
               move '権限がありません'
                    to werrmsg of webif-rec
             when other
               evaluate wmode of webif-rec
                when '追加' perform ADD-REMINDER
                when '変更' perform CHANGE-REMINDER
                when '停止' perform PAUSE-REMINDER
                when '再開' perform RESUME-REMINDER
                when '削除' perform DELETE-REMINDER
               end-evaluate
            end-evaluate
            if login-ok
              perform LIST-REMINDERS
            end-if
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
      *  ADD-REMINDER  -  key a new reminder under the next free id
      *  (one past the highest on file), owned by the signed-in user
      *----------------------------------------------------------------
       ADD-REMINDER section.
             open i-o reminder-file
             if reminder-file-fs not = zero then
               open output reminder-file
               close reminder-file
               open i-o reminder-file
             end-if
             if reminder-file-fs not = zero then
               move 'リマインダーを開けません'
                    to werrmsg of webif-rec
               go to ADD-REMINDER-EXIT
             end-if

             move zero to j
             move high-value to rem-id
             start reminder-file key is < rem-id
               invalid key continue
               not invalid key
                 read reminder-file previous record
                   at end continue
                   not at end move rem-id to j
                 end-read
             end-start

             initialize reminder-rec
             perform LOAD-REMINDER-FIELDS
             if werrmsg of webif-rec = space
               perform CHECK-REMINDER
             end-if
             if werrmsg of webif-rec not = space
               close reminder-file
               go to ADD-REMINDER-EXIT
             end-if
             compute rem-id = j + 1
             move wusername of webif-rec to rem-owner
             move 'A' to rem-status
             move space to rem-last-posted
             perform STAMP-REMINDER
             write reminder-rec
               invalid key
                 move 'リマインダーを登録できません'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move rem-id to audit-key
                 move space to audit-before-detail
                 perform DESCRIBE-REMINDER
                 perform AUDIT-WRITE
                 move rem-id to wrem-id-in of webif-rec
                 move '登録しました'
                      to werrmsg of webif-rec
             end-write
             close reminder-file.
       ADD-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-REMINDER-FIELDS  -  every field the form carries over
      *  the current reminder-rec; a blank one leaves the row's
      *  value as it is, SHIFT N clears the shift
      *----------------------------------------------------------------
       LOAD-REMINDER-FIELDS section.
             if wroom-in of webif-rec not = space
               move wroom-in of webif-rec to rem-room
             end-if
             if wtext-in of webif-rec not = space
               move wtext-in of webif-rec to rem-text
             end-if
             if wkind-in of webif-rec not = space
               move wkind-in of webif-rec to rem-kind
             end-if
             if wdate-in of webif-rec not = space
               move wdate-in of webif-rec to rem-date
             end-if
             if wweekday-in of webif-rec not = space
               if wweekday-in of webif-rec not numeric
                 move '曜日は1(月)から7(日)です'
                      to werrmsg of webif-rec
                 go to LOAD-REMINDER-FIELDS-EXIT
               end-if
               move wweekday-in of webif-rec to rem-weekday
             end-if
             if wmonth-in of webif-rec not = space
               move wmonth-in of webif-rec to wn2-in
               perform EDIT-NUM2
               if wn2-bad > zero
                 move '月が不正です' to werrmsg of webif-rec
                 go to LOAD-REMINDER-FIELDS-EXIT
               end-if
               move wn2-value to rem-month
             end-if
             if wday-in of webif-rec not = space
               move wday-in of webif-rec to wn2-in
               perform EDIT-NUM2
               if wn2-bad > zero
                 move '日が不正です' to werrmsg of webif-rec
                 go to LOAD-REMINDER-FIELDS-EXIT
               end-if
               move wn2-value to rem-day
             end-if
             if wlead-in of webif-rec not = space
               move wlead-in of webif-rec to wn2-in
               perform EDIT-NUM2
               if wn2-bad > zero
                 move '事前日数が不正です'
                      to werrmsg of webif-rec
                 go to LOAD-REMINDER-FIELDS-EXIT
               end-if
               move wn2-value to rem-lead-days
             end-if
             evaluate wshift-in of webif-rec
               when space
                 continue
               when 'N'
                 move space to rem-shift
               when other
                 move wshift-in of webif-rec to rem-shift
             end-evaluate.
       LOAD-REMINDER-FIELDS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-REMINDER  -  the row as it would be written must make
      *  a schedule: room and text present, a known kind with the
      *  fields that kind reads, a known shift
      *----------------------------------------------------------------
       CHECK-REMINDER section.
             if rem-room = space or rem-text = space
               move '部屋と本文が必要です'
                    to werrmsg of webif-rec
               go to CHECK-REMINDER-EXIT
             end-if
             if not rem-kind-valid
               move '種別はO/D/W/M/Yです'
                    to werrmsg of webif-rec
               go to CHECK-REMINDER-EXIT
             end-if
             if not rem-shift-none and not rem-shift-forward
                and not rem-shift-backward
               move '振替はF/B/Nです'
                    to werrmsg of webif-rec
               go to CHECK-REMINDER-EXIT
             end-if
             evaluate true
               when rem-kind-once
                 move rem-date to wdc-date
                 perform CHECK-DATE
                 if date-not-ok
                   move '日付が不正です'
                        to werrmsg of webif-rec
                 end-if
               when rem-kind-weekly
                 if rem-weekday < 1 or rem-weekday > 7
                   move '曜日は1(月)から7(日)です'
                        to werrmsg of webif-rec
                 end-if
               when rem-kind-monthly
                 if rem-day < 1 or rem-day > 31
                   move '日が不正です' to werrmsg of webif-rec
                 end-if
               when rem-kind-yearly
      *          checked against a leap year so 0229 stands
                 move space to wdc-date
                 string '2000'    delimited size
                        rem-month delimited size
                        rem-day   delimited size
                   into wdc-date
                 end-string
                 perform CHECK-DATE
                 if date-not-ok
                   move '月日が不正です'
                        to werrmsg of webif-rec
                 end-if
               when other
                 continue
             end-evaluate
             if rem-lead-days > 31
               move '事前日数は31日までです'
                    to werrmsg of webif-rec
             end-if.
       CHECK-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-NUM2  -  wn2-in as up to two digits with spaces either
      *  side into wn2-value; wn2-bad counts anything else
      *----------------------------------------------------------------
       EDIT-NUM2 section.
             move zero to wn2-value
             move space to wn2-digits
             move zero to wn2-k
             move zero to wn2-bad
             perform varying wn2-j from 1 by 1 until wn2-j > 2
               evaluate true
                 when wn2-in (wn2-j:1) = space
                   continue
                 when wn2-in (wn2-j:1) numeric
                   add 1 to wn2-k
                   move wn2-in (wn2-j:1) to wn2-digits (wn2-k:1)
                 when other
                   add 1 to wn2-bad
               end-evaluate
             end-perform
             if wn2-k = zero
               add 1 to wn2-bad
             else
               compute wn2-value =
                  function numval (wn2-digits (1:wn2-k))
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHANGE-REMINDER  -  any field keyed on the form replaces
      *  the reminder's, and the result must still make a schedule
      *----------------------------------------------------------------
       CHANGE-REMINDER section.
             perform READ-REMINDER
             if werrmsg of webif-rec not = space
               go to CHANGE-REMINDER-EXIT
             end-if
             perform DESCRIBE-REMINDER
             move audit-after-detail to audit-before-detail
             perform LOAD-REMINDER-FIELDS
             if werrmsg of webif-rec = space
               perform CHECK-REMINDER
             end-if
             if werrmsg of webif-rec not = space
               close reminder-file
               go to CHANGE-REMINDER-EXIT
             end-if
             perform STAMP-REMINDER
             rewrite reminder-rec
             close reminder-file

             move 'CHANGE' to audit-operation
             move rem-id to audit-key
             perform DESCRIBE-REMINDER
             perform AUDIT-WRITE
             move '変更しました' to werrmsg of webif-rec.
       CHANGE-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PAUSE-REMINDER  -  park a reminder; nothing posts until it
      *  is resumed
      *----------------------------------------------------------------
       PAUSE-REMINDER section.
             perform READ-REMINDER
             if werrmsg of webif-rec not = space
               go to PAUSE-REMINDER-EXIT
             end-if
             move 'P' to rem-status
             perform STAMP-REMINDER
             rewrite reminder-rec
             close reminder-file
             move 'PAUSE' to audit-operation
             move rem-id to audit-key
             move space to audit-before-detail
             perform DESCRIBE-REMINDER
             perform AUDIT-WRITE
             move '停止しました' to werrmsg of webif-rec.
       PAUSE-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RESUME-REMINDER  -  back into the schedule; a one-off that
      *  has already gone out needs a new date first
      *----------------------------------------------------------------
       RESUME-REMINDER section.
             perform READ-REMINDER
             if werrmsg of webif-rec not = space
               go to RESUME-REMINDER-EXIT
             end-if
             move 'A' to rem-status
             perform STAMP-REMINDER
             rewrite reminder-rec
             close reminder-file
             move 'RESUME' to audit-operation
             move rem-id to audit-key
             move space to audit-before-detail
             perform DESCRIBE-REMINDER
             perform AUDIT-WRITE
             move '再開しました' to werrmsg of webif-rec.
       RESUME-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-REMINDER  -  remove a reminder for good
      *----------------------------------------------------------------
       DELETE-REMINDER section.
             perform READ-REMINDER
             if werrmsg of webif-rec not = space
               go to DELETE-REMINDER-EXIT
             end-if
             perform DESCRIBE-REMINDER
             move audit-after-detail to audit-before-detail
             delete reminder-file
             close reminder-file
             move 'DELETE' to audit-operation
             move rem-id to audit-key
             move space to audit-after-detail
             perform AUDIT-WRITE
             move '削除しました' to werrmsg of webif-rec.
       DELETE-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  READ-REMINDER  -  open the register i-o and read REMID's
      *  row, which must be the signed-in user's unless they are an
      *  admin; on success the file is left open for the caller
      *----------------------------------------------------------------
       READ-REMINDER section.
             if wrem-id-in of webif-rec not numeric
               move 'リマインダー番号が不正です'
                    to werrmsg of webif-rec
               go to READ-REMINDER-EXIT
             end-if
             open i-o reminder-file
             if reminder-file-fs not = zero then
               move 'リマインダーを開けません'
                    to werrmsg of webif-rec
               go to READ-REMINDER-EXIT
             end-if
             move wrem-id-in of webif-rec to rem-id
             read reminder-file
               invalid key
                 move '該当するリマインダーがありません'
                      to werrmsg of webif-rec
                 close reminder-file
                 go to READ-REMINDER-EXIT
             end-read
             if rem-owner not = wusername of webif-rec
                and wlogin-role not = 'admin'
               move '他の人のリマインダーです'
                    to werrmsg of webif-rec
               close reminder-file
             end-if.
       READ-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DESCRIBE-REMINDER  -  the audit line for the current row
      *----------------------------------------------------------------
       DESCRIBE-REMINDER section.
             move space to audit-after-detail
             string rem-kind      delimited size
                    ' '           delimited size
                    rem-date      delimited size
                    ' '           delimited size
                    rem-weekday   delimited size
                    rem-month     delimited size
                    rem-day       delimited size
                    ' '           delimited size
                    rem-status    delimited size
                    ' '           delimited size
                    rem-room      delimited '  '
                    ' '           delimited size
                    rem-text      delimited size
               into audit-after-detail
             end-string
             exit.

      *----------------------------------------------------------------
      *  STAMP-REMINDER  -  when the row last changed
      *----------------------------------------------------------------
       STAMP-REMINDER section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into rem-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-REMINDERS  -  the signed-in user's reminders in id
      *  order (every user's for an admin), finished one-offs
      *  included so a date can be given again; the table holds
      *  thirty rows
      *----------------------------------------------------------------
       LIST-REMINDERS section.
             move space to reminder-list-table of webif-rec
             move zero to wlist-count
             open input reminder-file
             if reminder-file-fs not = zero
               go to LIST-REMINDERS-EXIT
             end-if
             move space to reminder-eof
             read reminder-file next record
               at end move 'EOF' to reminder-eof
             end-read
             perform until reminder-eof = 'EOF' or wlist-count >= 30
               if rem-owner = wusername of webif-rec
                  or wlogin-role = 'admin'
                 add 1 to wlist-count
                 move rem-id        to rtbl-id (wlist-count)
                 move rem-owner     to rtbl-owner (wlist-count)
                 move rem-room      to rtbl-room (wlist-count)
                 move rem-text      to rtbl-text (wlist-count)
                 move rem-lead-days to rtbl-lead (wlist-count)
                 move rem-shift     to rtbl-shift (wlist-count)
                 move rem-status    to rtbl-status (wlist-count)
                 move rem-last-posted to rtbl-last (wlist-count)
                 perform DESCRIBE-SCHEDULE
               end-if
               read reminder-file next record
                 at end move 'EOF' to reminder-eof
               end-read
             end-perform
             close reminder-file.
       LIST-REMINDERS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DESCRIBE-SCHEDULE  -  the current row's pattern in words
      *  for list row wlist-count
      *----------------------------------------------------------------
       DESCRIBE-SCHEDULE section.
             evaluate true
               when rem-kind-once
                 string '一回 '  delimited size
                        rem-date delimited size
                   into rtbl-when (wlist-count)
                 end-string
               when rem-kind-daily
                 move '毎日' to rtbl-when (wlist-count)
               when rem-kind-weekly
                 compute wwd-p = (rem-weekday - 1) * 3 + 1
                 string '毎週 '                 delimited size
                        wday-names (wwd-p:3)    delimited size
                        '曜日'                  delimited size
                   into rtbl-when (wlist-count)
                 end-string
               when rem-kind-monthly
                 string '毎月 '  delimited size
                        rem-day  delimited size
                        '日'     delimited size
                   into rtbl-when (wlist-count)
                 end-string
               when rem-kind-yearly
                 string '毎年 '   delimited size
                        rem-month delimited size
                        '/'       delimited size
                        rem-day   delimited size
                   into rtbl-when (wlist-count)
                 end-string
             end-evaluate
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
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master; the list and every change need it
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
             move 'chatreminder' to audit-program
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
