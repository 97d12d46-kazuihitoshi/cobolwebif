       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukairenewal.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the contract renewal watch.  Run nightly
      *  from kozukaieod.cob for the target date (today, or
      *  YYYYMMDD on the command line) over the active contracts in
      *  kozukaicontract.dat.  A renewal date already behind the
      *  target means the contract renewed with nobody cancelling
      *  it, so the date is moved on by the renewal term.  The last
      *  day notice can be given is the renewal date less the
      *  contract's notice days; the notice window opens
      *  KOZUKAI_CONTRACT_LEAD days (14 when unset) before that
      *  day, and the first night it is open one reminder goes into
      *  the household chat room (KOZUKAI_NOTIFY_ROOM, default
      *  家計簿) through kozukaichatpost, the renewal date being
      *  stamped on the contract so it is announced once.  The
      *  register is rewritten under kozukai_lock; when the lock is
      *  busy the run changes and posts nothing and the next night
      *  catches up.  Output: kozukairenewal.txt, every open
      *  window and every renewal moved on.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select contract-file assign to "kozukaicontract.dat"
           organization is indexed access mode is sequential
           record key is ctr-id
           file status is contract-file-fs.
        select report-file assign to "kozukairenewal.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd contract-file.
       copy contractfile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       copy datecheck.
       copy web-lock.
       77 rc                 pic s9(10) binary.
       01 contract-file-fs   pic 9(2).
       01 report-file-fs     pic 9(2).
       01 contract-eof       pic x(3) value space.

       01 wtarget-date       pic x(08) value space.
       01 wnow-date          pic x(08) value space.
       01 wnow-time          pic x(06) value space.
       01 wenv-lead          pic x(03) value space.
       01 wlead-days         pic 9(03) value 14.
       01 wdl-num            pic 9(08) value zero.
       01 wdl-int            pic 9(09) value zero.
       01 wdeadline          pic x(08) value space.
       01 wwindow-open       pic x(08) value space.
       01 wrn-yyyy           pic 9(04) value zero.
       01 wrn-mm             pic 9(02) value zero.
       01 wrn-dd             pic 9(02) value zero.
       01 wrn-months         pic 9(05) value zero.
       01 wold-renewal       pic x(08) value space.
       01 wchanged-flag      pic x value 'N'.
        88 row-changed          value 'Y'.
        88 row-not-changed      value 'N'.

       01 wopen-count        pic 9(05) value zero.
       01 wposted-count      pic 9(05) value zero.
       01 wrolled-count      pic 9(05) value zero.
       01 wdisp-money        pic -z(8)9.

      *  the household room the reminders go to, the one the
      *  large-OUT notice uses
       01 wnotify-room       pic x(20) value '家計簿'.
       01 wenv-notifyroom    pic x(20) value space.
       01 wnotify-text       pic x(200) value space.
       01 wnotify-dm-to      pic x(30) value space.

       copy paramget.

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
            display 'kozukairenewal: bad target date '
                    wtarget-date
                    ', usage: kozukairenewal [YYYYMMDD]'
            stop run
          end-if.

          move 'KOZUKAI_CONTRACT_LEAD' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-lead.
          if wenv-lead not = space and wenv-lead numeric then
            move wenv-lead to wlead-days
          end-if.
          move 'KOZUKAI_NOTIFY_ROOM' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-notifyroom.
          if wenv-notifyroom not = space then
            move wenv-notifyroom to wnotify-room
          end-if.

          open output report-file.
          move space to report-line.
          string 'CONTRACT RENEWALS AS OF ' delimited size
                 wtarget-date               delimited size
            into report-line
          end-string.
          write report-line.
          move space to report-line.
          write report-line.
          move 'ID'        to report-line (1:2).
          move 'CONTRACT'  to report-line (8:8).
          move 'RENEWS'    to report-line (39:6).
          move 'NOTICE BY' to report-line (48:9).
          move 'PREMIUM'   to report-line (61:7).
          write report-line.

          move 'kozukai_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            move 'KOZUKAI_LOCK BUSY - NOTHING CHANGED OR POSTED'
              to report-line
            write report-line
            close report-file
            display 'kozukairenewal: kozukai_lock busy, skipped'
            stop run
          end-if.
          perform WATCH-CONTRACTS.
          call 'WEB_UNLOCK' using lc-web-lock rc.

          move space to report-line.
          write report-line.
          move space to report-line.
          string 'OPEN WINDOWS '   delimited size
                 wopen-count       delimited size
                 '  REMINDED '     delimited size
                 wposted-count     delimited size
                 '  RENEWED '      delimited size
                 wrolled-count     delimited size
            into report-line
          end-string.
          write report-line.
          close report-file.

          display 'kozukairenewal: ' wopen-count
                  ' notice window(s) open, ' wposted-count
                  ' reminded, ' wrolled-count ' renewed'.
          stop run.

      *----------------------------------------------------------------
      *  WATCH-CONTRACTS  -  one pass over the register, rewriting
      *  the rows whose renewal moved on or whose reminder went out
      *----------------------------------------------------------------
       WATCH-CONTRACTS section.
             open i-o contract-file
             if contract-file-fs not = zero
               go to WATCH-CONTRACTS-EXIT
             end-if
             move space to contract-eof
             read contract-file next record
               at end move 'EOF' to contract-eof
             end-read
             perform until contract-eof = 'EOF'
               if ctr-active and ctr-renewal-date numeric
                 perform WATCH-ONE-CONTRACT
               end-if
               read contract-file next record
                 at end move 'EOF' to contract-eof
               end-read
             end-perform
             close contract-file.
       WATCH-CONTRACTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WATCH-ONE-CONTRACT  -  move a passed renewal on, then
      *  report and, the first time, announce an open window
      *----------------------------------------------------------------
       WATCH-ONE-CONTRACT section.
             set row-not-changed to true
             if ctr-renewal-date < wtarget-date
               move ctr-renewal-date to wold-renewal
               perform ADVANCE-RENEWAL
                 until ctr-renewal-date not < wtarget-date
               move space to ctr-reminded-date
               set row-changed to true
               add 1 to wrolled-count
               move space to report-line
               move ctr-id           to report-line (1:6)
               move ctr-name         to report-line (8:30)
               move ctr-renewal-date to report-line (39:8)
               string 'RENEWED FROM ' delimited size
                      wold-renewal    delimited size
                 into report-line (71:30)
               end-string
               write report-line
             end-if

             perform SET-DEADLINE
             if wtarget-date not < wwindow-open
               add 1 to wopen-count
               move ctr-premium to wdisp-money
               move space to report-line
               move ctr-id           to report-line (1:6)
               move ctr-name         to report-line (8:30)
               move ctr-renewal-date to report-line (39:8)
               move wdeadline        to report-line (48:8)
               move wdisp-money      to report-line (58:10)
               if wtarget-date > wdeadline
                 move 'NOTICE PASSED' to report-line (71:13)
               else
                 move 'NOTICE OPEN'   to report-line (71:11)
               end-if
               if ctr-reminded-date not = ctr-renewal-date
                 perform POST-REMINDER
                 move ctr-renewal-date to ctr-reminded-date
                 set row-changed to true
                 add 1 to wposted-count
                 move 'REMINDED' to report-line (86:8)
               end-if
               write report-line
             end-if

             if row-changed
               move 'kozukairenewal' to ctr-user
               accept wnow-date from date yyyymmdd
               accept wnow-time from time
               string wnow-date delimited size
                      wnow-time delimited size
                 into ctr-updated
               end-string
               rewrite contract-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  POST-REMINDER  -  one line into the household room through
      *  the shared chat-posting funnel
      *----------------------------------------------------------------
       POST-REMINDER section.
             move space to wnotify-text
             string '契約更新のお知らせ '  delimited size
                    ctr-name             delimited '  '
                    ' ('                 delimited size
                    ctr-counterparty     delimited '  '
                    ') RENEWS '          delimited size
                    ctr-renewal-date     delimited size
                    ' NOTICE BY '        delimited size
                    wdeadline            delimited size
               into wnotify-text
             end-string
             call 'kozukaichatpost' using wnotify-room wnotify-text
                                         wnotify-dm-to
             exit.

      *----------------------------------------------------------------
      *  ADVANCE-RENEWAL  -  ctr-renewal-date on by ctr-term-months
      *  (12 when the term is zero), a day past the new month's end
      *  pulled back to it; the same rule as kozukaicontract.cob
      *----------------------------------------------------------------
       ADVANCE-RENEWAL section.
             move ctr-renewal-date (1:4) to wrn-yyyy
             move ctr-renewal-date (5:2) to wrn-mm
             move ctr-renewal-date (7:2) to wrn-dd
             if ctr-term-months = zero
               compute wrn-months = wrn-yyyy * 12 + wrn-mm - 1 + 12
             else
               compute wrn-months = wrn-yyyy * 12 + wrn-mm - 1
                                  + ctr-term-months
             end-if
             compute wrn-yyyy = wrn-months / 12
             compute wrn-mm = wrn-months - wrn-yyyy * 12 + 1
             move space to wdc-date
             string wrn-yyyy delimited size
                    wrn-mm   delimited size
                    wrn-dd   delimited size
               into wdc-date
             end-string
             perform CHECK-DATE
             perform until date-ok or wrn-dd < 29
               subtract 1 from wrn-dd
               move wrn-dd to wdc-date (7:2)
               perform CHECK-DATE
             end-perform
             move wdc-date to ctr-renewal-date
             exit.

      *----------------------------------------------------------------
      *  SET-DEADLINE  -  the last day notice can be given and the
      *  day the window opens, KOZUKAI_CONTRACT_LEAD days before it
      *----------------------------------------------------------------
       SET-DEADLINE section.
             move ctr-renewal-date to wdl-num
             compute wdl-int = function integer-of-date(wdl-num)
                             - ctr-notice-days
             compute wdl-num = function date-of-integer(wdl-int)
             move wdl-num to wdeadline
             compute wdl-num =
                function date-of-integer(wdl-int - wlead-days)
             move wdl-num to wwindow-open
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
