       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukairemind.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch - the reminder poster.  Run nightly from kozukaieod.cob
      *  for the target date (today, or YYYYMMDD on the command line)
      *  over the active reminders in chatreminder.dat.  A reminder
      *  is due when one of its dates - once, daily, weekly, monthly
      *  or yearly - falls its lead days after the target; a date
      *  flagged to shift is first slid off a Saturday, Sunday or
      *  kozukaiholiday.dat date the way kozukairecur.cob slides a
      *  template, so a bin day moved by a holiday is announced for
      *  the day it really falls on.  A due reminder goes into its
      *  room through kozukaichatpost and the target is stamped on
      *  it, so a rerun of the same night posts nothing twice; a
      *  one-off is marked done once it has gone out.  The register
      *  is rewritten under kozukai_lock; when the lock is busy the
      *  run posts nothing and the next night catches up.
      *  Output: kozukairemind.txt, every reminder posted.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select reminder-file assign to "chatreminder.dat"
           organization is indexed access mode is sequential
           record key is rem-id
           file status is reminder-file-fs.
        select holiday-file assign to "kozukaiholiday.dat"
           organization is indexed access mode is sequential
           record key is holiday-date
           file status is holiday-file-fs.
        select report-file assign to "kozukairemind.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd reminder-file.
       copy chatreminderfile.

       fd holiday-file.
       copy holidayfile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       copy datecheck.
       copy web-lock.
       77 rc                 pic s9(10) binary.
       01 reminder-file-fs   pic 9(2).
       01 report-file-fs     pic 9(2).
       01 reminder-eof       pic x(3) value space.

       01 wtarget-date       pic x(08) value space.
       01 wnow-date          pic x(08) value space.
       01 wnow-time          pic x(06) value space.

      *  the day a reminder's date must land on to go out tonight
      *  (the target plus its lead days) and the nominal pattern
      *  dates tried around it
       01 wgoal-date         pic x(08) value space.
       01 wgoal-int          pic 9(09) value zero.
       01 wnom-int           pic 9(09) value zero.
       01 wnom-last          pic 9(09) value zero.
       01 wnom-date          pic x(08) value space.
       01 wnom-num           pic 9(08) value zero.
       01 wnom-dow           pic 9(01) value zero.
       01 wnom-dd            pic 9(02) value zero.
       01 wdue-flag          pic x value 'N'.
        88 reminder-due         value 'Y'.
        88 reminder-not-due     value 'N'.
       01 wmatch-flag        pic x value 'N'.
        88 pattern-match        value 'Y'.
        88 pattern-no-match     value 'N'.

      *----------------------------------------------------------------
      *  holiday-tab  -  the non-business-day calendar loaded from
      *  kozukaiholiday.dat by LOAD-HOLIDAY-TABLE, the one the
      *  recurring templates shift by
      *----------------------------------------------------------------
       01 holiday-file-fs    pic 9(2).
       01 holiday-eof        pic x(3) value space.
       01 holiday-tab.
        02 holiday-entry occurs 200 pic x(08).
       01 holiday-count      pic 9(03) value zero.

       01 weffective-date    pic x(08) value space.
       01 wshift-tries       pic 9(02) value zero.
       01 wbd-date           pic x(08) value space.
       01 wbd-date-num       pic 9(08) value zero.
       01 wbd-date-int       pic 9(09) value zero.
       01 wbd-epoch-int      pic 9(09) value zero.
       01 wbd-dow            pic 9(01) value zero.
       01 wbd-k              pic 9(03) value zero.
       01 business-day-flag  pic x value 'Y'.
        88 is-business-day      value 'Y'.
        88 not-business-day     value 'N'.

       01 wactive-count      pic 9(05) value zero.
       01 wposted-count      pic 9(05) value zero.
       01 wdone-count        pic 9(05) value zero.

       01 wnotify-text       pic x(200) value space.
       01 wnotify-dm-to      pic x(30) value space.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget-date from command-line.
          if wtarget-date = space then
            accept wtarget-date from date yyyymmdd
          end-if.
          move wtarget-date to wdc-date.
          perform CHECK-DATE.
          if date-not-ok then
            display 'kozukairemind: bad target date '
                    wtarget-date
                    ', usage: kozukairemind [YYYYMMDD]'
            stop run
          end-if.

          perform LOAD-HOLIDAY-TABLE.

          open output report-file.
          move space to report-line.
          string 'REMINDERS POSTED ON ' delimited size
                 wtarget-date           delimited size
            into report-line
          end-string.
          write report-line.
          move space to report-line.
          write report-line.
          move 'ID'       to report-line (1:2).
          move 'OWNER'    to report-line (8:5).
          move 'ROOM'     to report-line (29:4).
          move 'FOR'      to report-line (50:3).
          move 'TEXT'     to report-line (60:4).
          write report-line.

          move 'kozukai_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            move 'KOZUKAI_LOCK BUSY - NOTHING POSTED'
              to report-line
            write report-line
            close report-file
            display 'kozukairemind: kozukai_lock busy, skipped'
            stop run
          end-if.
          perform POST-REMINDERS.
          call 'WEB_UNLOCK' using lc-web-lock rc.

          move space to report-line.
          write report-line.
          move space to report-line.
          string 'ACTIVE '         delimited size
                 wactive-count     delimited size
                 '  POSTED '       delimited size
                 wposted-count     delimited size
                 '  DONE '         delimited size
                 wdone-count       delimited size
            into report-line
          end-string.
          write report-line.
          close report-file.

          display 'kozukairemind: ' wactive-count
                  ' active reminder(s), ' wposted-count
                  ' posted, ' wdone-count ' one-off(s) done'.
          stop run.

      *----------------------------------------------------------------
      *  POST-REMINDERS  -  one pass over the register, rewriting
      *  the rows that went out tonight
      *----------------------------------------------------------------
       POST-REMINDERS section.
             open i-o reminder-file
             if reminder-file-fs not = zero
               go to POST-REMINDERS-EXIT
             end-if
             move space to reminder-eof
             read reminder-file next record
               at end move 'EOF' to reminder-eof
             end-read
             perform until reminder-eof = 'EOF'
               if rem-active and rem-kind-valid
                 add 1 to wactive-count
                 if rem-last-posted not = wtarget-date
                   perform POST-ONE-REMINDER
                 end-if
               end-if
               read reminder-file next record
                 at end move 'EOF' to reminder-eof
               end-read
             end-perform
             close reminder-file.
       POST-REMINDERS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  POST-ONE-REMINDER  -  post the current reminder when it is
      *  due and stamp it
      *----------------------------------------------------------------
       POST-ONE-REMINDER section.
             perform CHECK-DUE
             if reminder-not-due
               go to POST-ONE-REMINDER-EXIT
             end-if

             move space to wnotify-text
             string '(リマインダー) ' delimited size
                    rem-text          delimited size
               into wnotify-text
             end-string
             call 'kozukaichatpost' using rem-room wnotify-text
                                         wnotify-dm-to
             add 1 to wposted-count

             move space to report-line
             move rem-id     to report-line (1:6)
             move rem-owner  to report-line (8:20)
             move rem-room   to report-line (29:20)
             move wgoal-date to report-line (50:8)
             move rem-text   to report-line (60:41)
             write report-line

             move wtarget-date to rem-last-posted
             if rem-kind-once
               move 'D' to rem-status
               add 1 to wdone-count
             end-if
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into rem-updated
             end-string
             rewrite reminder-rec.
       POST-ONE-REMINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-DUE  -  due when a date of the reminder's pattern,
      *  after its shift, is the goal day (target plus lead days).
      *  An unshifted reminder only has the goal day itself to try;
      *  a shifted one tries every nominal date within ten days
      *  either side, the furthest SHIFT-TO-BUSINESS-DAY will walk.
      *----------------------------------------------------------------
       CHECK-DUE section.
             set reminder-not-due to true
             move wtarget-date to wnom-num
             compute wgoal-int =
                function integer-of-date(wnom-num) + rem-lead-days
             compute wnom-num = function date-of-integer(wgoal-int)
             move wnom-num to wgoal-date
             if rem-shift-none
               move wgoal-int to wnom-int
               move wgoal-int to wnom-last
             else
               compute wnom-int = wgoal-int - 10
               compute wnom-last = wgoal-int + 10
             end-if
             perform until wnom-int > wnom-last or reminder-due
               compute wnom-num = function date-of-integer(wnom-int)
               move wnom-num to wnom-date
               perform MATCH-PATTERN
               if pattern-match
                 perform SHIFT-TO-BUSINESS-DAY
                 if weffective-date = wgoal-date
                   set reminder-due to true
                 end-if
               end-if
               add 1 to wnom-int
             end-perform
             exit.

      *----------------------------------------------------------------
      *  MATCH-PATTERN  -  is wnom-date one of the reminder's dates?
      *  The day of week is numbered 1 Monday .. 7 Sunday from the
      *  days since 1970-01-01 (a Thursday); a monthly or yearly day
      *  past the month's end falls on its last day
      *----------------------------------------------------------------
       MATCH-PATTERN section.
             set pattern-no-match to true
             move wnom-date to wdc-date
             perform CHECK-DATE
             evaluate true
               when rem-kind-once
                 if wnom-date = rem-date
                   set pattern-match to true
                 end-if
               when rem-kind-daily
                 set pattern-match to true
               when rem-kind-weekly
                 compute wnom-dow = function mod(wnom-int
                    - function integer-of-date(19700101) + 3, 7) + 1
                 if wnom-dow = rem-weekday
                   set pattern-match to true
                 end-if
               when rem-kind-monthly
                 perform CLAMP-DAY
                 if wdc-dd = wnom-dd
                   set pattern-match to true
                 end-if
               when rem-kind-yearly
                 perform CLAMP-DAY
                 if wdc-mm = rem-month and wdc-dd = wnom-dd
                   set pattern-match to true
                 end-if
             end-evaluate
             exit.

      *----------------------------------------------------------------
      *  CLAMP-DAY  -  rem-day, pulled back to the last day of
      *  wnom-date's month (CHECK-DATE has set wdc-maxdd)
      *----------------------------------------------------------------
       CLAMP-DAY section.
             if rem-day > wdc-maxdd
               move wdc-maxdd to wnom-dd
             else
               move rem-day to wnom-dd
             end-if
             exit.

      *----------------------------------------------------------------
      *  SHIFT-TO-BUSINESS-DAY  -  start weffective-date at
      *  wnom-date and, when the reminder carries a rem-shift flag
      *  and the date is not a business day, slide it one day at a
      *  time ('F' forward, 'B' backward) until it is.  Capped at ten
      *  tries so a mangled holiday file cannot walk a reminder into
      *  a different month entirely.
      *----------------------------------------------------------------
       SHIFT-TO-BUSINESS-DAY section.
             move wnom-date to weffective-date
             if rem-shift-none
               go to SHIFT-TO-BUSINESS-DAY-EXIT
             end-if
             move zero to wshift-tries
             move weffective-date to wbd-date
             perform CHECK-BUSINESS-DAY
             perform until is-business-day or wshift-tries >= 10
               add 1 to wshift-tries
               move weffective-date to wbd-date-num
               compute wbd-date-int =
                  function integer-of-date(wbd-date-num)
               if rem-shift-forward
                 add 1 to wbd-date-int
               else
                 subtract 1 from wbd-date-int
               end-if
               compute wbd-date-num =
                  function date-of-integer(wbd-date-int)
               move wbd-date-num to weffective-date
               move weffective-date to wbd-date
               perform CHECK-BUSINESS-DAY
             end-perform.
       SHIFT-TO-BUSINESS-DAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-BUSINESS-DAY  -  a business day is any day that is not
      *  a Saturday, not a Sunday, and not listed in holiday-tab.
      *  Days since 1970-01-01 (a Thursday) mod 7, so 2 is Saturday
      *  and 3 is Sunday.
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY section.
             set is-business-day to true
             move wbd-date to wbd-date-num
             compute wbd-date-int =
                function integer-of-date(wbd-date-num)
             compute wbd-epoch-int =
                function integer-of-date(19700101)
             compute wbd-dow =
                function mod(wbd-date-int - wbd-epoch-int, 7)
             if wbd-dow = 2 or wbd-dow = 3
               set not-business-day to true
               go to CHECK-BUSINESS-DAY-EXIT
             end-if
             perform varying wbd-k from 1 by 1
                        until wbd-k > holiday-count
               if holiday-entry (wbd-k) = wbd-date
                 set not-business-day to true
                 exit perform
               end-if
             end-perform.
       CHECK-BUSINESS-DAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-HOLIDAY-TABLE  -  read the holiday calendar into
      *  holiday-tab once per run; a missing file just leaves the
      *  table empty, so only Saturdays and Sundays shift reminders
      *----------------------------------------------------------------
       LOAD-HOLIDAY-TABLE section.
             move zero to holiday-count
             open input holiday-file
             if holiday-file-fs = zero then
               move space to holiday-eof
               read holiday-file next record
                 at end move 'EOF' to holiday-eof
               end-read
               perform until holiday-eof = 'EOF'
                  or holiday-count >= 200
                 add 1 to holiday-count
                 move holiday-date to holiday-entry (holiday-count)
                 read holiday-file next record
                   at end move 'EOF' to holiday-eof
                 end-read
               end-perform
               close holiday-file
             end-if
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
