       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiwatchdog.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch watchdog - the alarm for the batch failures nobody
      *  hears about.  kozukaieod.cob posts to the ops room when a
      *  step fails, but says nothing when cron never launched it or
      *  a step hangs holding kozukai_lock.  This job is meant to be
      *  run from cron on its own schedule (every fifteen minutes or
      *  so), apart from the end-of-day driver, and checks:
      *    - the end-of-day state (kozukaieodstate.dat): once past
      *      the completion deadline (KOZUKAI_EOD_DUEBY, HHMM,
      *      default 0700) today's run must have started and
      *      finished;
      *    - the run history (kozukairunhist.dat): a step left
      *      RUNNING longer than KOZUKAI_WATCH_STEPPCT percent
      *      (default 300) of its usual duration - the average of
      *      its good runs on file, never under five minutes;
      *    - the web locks kozukai_lock, chat_lock and audit_lock:
      *      one seen held on consecutive runs for
      *      KOZUKAI_WATCH_LOCKMIN minutes (default 15).  A held
      *      lock is not judged while the maintenance switch is on,
      *      since a utility holding it then is doing its job.
      *  Each finding is kept in kozukaiwatchdog.dat and posted to
      *  the ops room (KOZUKAI_OPS_ROOM, default 運用) once per
      *  incident; an incident no longer seen is dropped, so it is
      *  raised again only if it comes back.  Every run appends what
      *  it saw to kozukaiwatchdog.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select log-file assign to "kozukaiwatchdog.txt"
           organization line sequential
           file status is log-file-fs.
        select eodstate-file assign to "kozukaieodstate.dat"
           organization is indexed access mode is random
           record key is eodstate-key
           file status is eodstate-file-fs.
        select runhist-file assign to "kozukairunhist.dat"
           organization is indexed access mode is sequential
           record key is rh-key
           file status is runhist-file-fs.
        select watch-file assign to "kozukaiwatchdog.dat"
           organization is indexed access mode is dynamic
           record key is wd-key
           file status is watch-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd log-file.
       01 log-line           pic x(120).

       fd eodstate-file.
       copy eodstatefile.

       fd runhist-file.
       copy runhistfile.

       fd watch-file.
       copy watchdogfile.

       WORKING-STORAGE SECTION.
       01 log-file-fs        pic 9(2).
       01 eodstate-file-fs   pic 9(2).
       01 runhist-file-fs    pic 9(2).
       01 watch-file-fs      pic 9(2).
       01 runhist-eof        pic x(3) value space.
       01 watch-eof          pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wrun-stamp         pic x(14) value space.
       01 wnow-secs          pic 9(12) value zero.
       01 wyesterday         pic x(08) value space.
       01 wdate-num          pic 9(08) value zero.

       copy web-lock.
       77 rc                 pic s9(10) binary.

       copy maintcheck.

      *  settings (see GET-SETTINGS)
       01 wdue-by            pic x(04) value '0700'.
       01 wstep-pct          pic 9(04) value 300.
       01 wlock-min          pic 9(03) value 15.
       01 wmin-step-secs     pic 9(06) value 300.
       01 wenv-dueby         pic x(04) value space.
       01 wenv-steppct       pic x(04) value space.
       01 wenv-lockmin       pic x(03) value space.

      *  YYYYMMDDHHMMSS to seconds (see STAMP-TO-SECONDS)
       01 wsec-stamp.
          02 wsec-date       pic 9(08).
          02 wsec-hh         pic 9(02).
          02 wsec-mi         pic 9(02).
          02 wsec-ss         pic 9(02).
       01 wsec-value         pic 9(12) value zero.

      *  usual duration per step, from the good runs on file
       01 step-avg-table.
        02 step-avg-entry occurs 30.
         03 savg-step        pic x(15).
         03 savg-total-secs  pic 9(12).
         03 savg-runs        pic 9(06).
       01 step-avg-count     pic 9(02) value zero.
       01 sx                 pic 9(02) value zero.
       01 wfound-sx          pic 9(02) value zero.
      *  steps still marked RUNNING from today's or yesterday's run
       01 running-table.
        02 running-entry occurs 10.
         03 rrun-date        pic x(08).
         03 rrun-step        pic x(15).
         03 rrun-start       pic x(06).
       01 running-count      pic 9(02) value zero.
       01 rx                 pic 9(02) value zero.
       01 wdur-secs          pic s9(12) value zero.
       01 wusual-secs        pic 9(12) value zero.
       01 wlimit-secs        pic 9(12) value zero.
       01 welapsed-secs      pic s9(12) value zero.
       01 wdisp-min          pic zzzz9.
       01 wdisp-usual        pic zzzz9.

       01 wlock-list.
          02 filler pic x(20) value 'kozukai_lock'.
          02 filler pic x(20) value 'chat_lock'.
          02 filler pic x(20) value 'audit_lock'.
       01 wlock-tab redefines wlock-list.
          02 wlock-name occurs 3 pic x(20).
       01 lx                 pic 9(01) value zero.

      *  one finding handed to RAISE-FINDING: its kind, subject and
      *  alert text, and how long it must have been seen before it
      *  is posted (zero: at once)
       01 wf-kind            pic x(08) value space.
       01 wf-subject         pic x(30) value space.
       01 wf-text            pic x(100) value space.
       01 wf-min-secs        pic 9(06) value zero.
       01 wf-since           pic x(100) value space.
       01 wseen-secs         pic s9(12) value zero.

       01 wfinding-count     pic 9(03) value zero.
       01 walert-count       pic 9(03) value zero.
       01 wcleared-count     pic 9(03) value zero.
       01 wdisp-found        pic zz9.
       01 wdisp-alerted      pic zz9.
       01 wdisp-cleared      pic zz9.

       01 wops-room          pic x(20) value '運用'.
       01 wenv-opsroom       pic x(20) value space.
       01 wops-text          pic x(200) value space.
       01 wops-dm-to         pic x(30) value space.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          string wnow-date delimited size
                 wnow-time delimited size
            into wrun-stamp
          end-string.
          move wrun-stamp to wsec-stamp.
          perform STAMP-TO-SECONDS.
          move wsec-value to wnow-secs.
          move wnow-date to wdate-num.
          compute wdate-num = function date-of-integer
             (function integer-of-date (wdate-num) - 1).
          move wdate-num to wyesterday.

          perform GET-SETTINGS.

          open extend log-file.
          if log-file-fs not = zero then
            open output log-file
          end-if.
          move space to log-line.
          string 'WATCHDOG ' delimited size
                 wnow-date   delimited size
                 ' '         delimited size
                 wnow-time   delimited size
            into log-line
          end-string.
          write log-line.

          open i-o watch-file.
          if watch-file-fs not = zero then
            open output watch-file
            close watch-file
            open i-o watch-file
          end-if.
          if watch-file-fs not = zero then
            move 'CANNOT OPEN kozukaiwatchdog.dat - NOTHING CHECKED'
              to log-line
            write log-line
            close log-file
            display 'kozukaiwatchdog: cannot open kozukaiwatchdog.dat'
            move 8 to return-code
            stop run
          end-if.

          perform CHECK-EOD-RUN.
          perform CHECK-LONG-STEPS.
          perform CHECK-WEB-LOCKS.
          perform CLEAR-OLD-INCIDENTS.
          close watch-file.

          move space to log-line.
          move wfinding-count to wdisp-found.
          move walert-count   to wdisp-alerted.
          move wcleared-count to wdisp-cleared.
          string 'END FINDINGS=' delimited size
                 wdisp-found     delimited size
                 ' ALERTED='     delimited size
                 wdisp-alerted   delimited size
                 ' CLEARED='     delimited size
                 wdisp-cleared   delimited size
            into log-line
          end-string.
          write log-line.
          close log-file.
          stop run.

      *----------------------------------------------------------------
      *  CHECK-EOD-RUN  -  once past the deadline, today's end-of-
      *  day run must be on the state row and finished: no row, or a
      *  row from an earlier day, is a run that never started; a
      *  row still RUNNING is one that never finished.  A FAILED run
      *  has already been posted by the driver itself.
      *----------------------------------------------------------------
       CHECK-EOD-RUN section.
             if wnow-time (1:4) < wdue-by
               move space to log-line
               string 'EOD CHECK NOT DUE UNTIL ' delimited size
                      wdue-by delimited size
                 into log-line
               end-string
               write log-line
               go to CHECK-EOD-RUN-EXIT
             end-if

             move space to eodstate-rec
             move 'EODSTATE' to eodstate-key
             open input eodstate-file
             if eodstate-file-fs = zero
               read eodstate-file
                 invalid key move space to eodstate-rec
               end-read
               close eodstate-file
             end-if

             evaluate true
               when eodstate-run-date not = wnow-date
                 move 'NOSTART' to wf-kind
                 move wnow-date to wf-subject
                 move space to wf-text
                 string 'EOD NOT STARTED '   delimited size
                        wnow-date            delimited size
                        ' (DUE '             delimited size
                        wdue-by              delimited size
                        ', LAST RUN '        delimited size
                        eodstate-run-date    delimited size
                        ')'                  delimited size
                   into wf-text
                 end-string
                 move zero to wf-min-secs
                 perform RAISE-FINDING
               when eodstate-running
                 move 'NOFINISH' to wf-kind
                 move wnow-date to wf-subject
                 move space to wf-text
                 string 'EOD NOT FINISHED '  delimited size
                        wnow-date            delimited size
                        ' (DUE '             delimited size
                        wdue-by              delimited size
                        ', STARTED '         delimited size
                        eodstate-started (9:6) delimited size
                        ', LAST GOOD STEP '  delimited size
                        eodstate-last-step   delimited size
                        ')'                  delimited size
                   into wf-text
                 end-string
                 move zero to wf-min-secs
                 perform RAISE-FINDING
               when other
                 continue
             end-evaluate.
       CHECK-EOD-RUN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-LONG-STEPS  -  one pass over the run history: the good
      *  runs give each step its usual duration, and the rows still
      *  RUNNING from today's or yesterday's run are each held
      *  against it
      *----------------------------------------------------------------
       CHECK-LONG-STEPS section.
             move zero to step-avg-count running-count
             open input runhist-file
             if runhist-file-fs not = zero
               go to CHECK-LONG-STEPS-EXIT
             end-if
             move space to runhist-eof
             read runhist-file next record
               at end move 'EOF' to runhist-eof
             end-read
             perform until runhist-eof = 'EOF'
               evaluate true
                 when rh-ran and rh-end-time not = space
                   perform ADD-STEP-DURATION
                 when rh-running and rh-run-date >= wyesterday
                      and running-count < 10
                   add 1 to running-count
                   move rh-run-date   to rrun-date (running-count)
                   move rh-step       to rrun-step (running-count)
                   move rh-start-time to rrun-start (running-count)
                 when other
                   continue
               end-evaluate
               read runhist-file next record
                 at end move 'EOF' to runhist-eof
               end-read
             end-perform
             close runhist-file

             perform varying rx from 1 by 1 until rx > running-count
               perform CHECK-ONE-RUNNING
             end-perform.
       CHECK-LONG-STEPS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-STEP-DURATION  -  fold one good run's duration into its
      *  step's totals; a run that crossed midnight ends "before" it
      *  started and takes a day back
      *----------------------------------------------------------------
       ADD-STEP-DURATION section.
             if rh-start-time not numeric or rh-end-time not numeric
               go to ADD-STEP-DURATION-EXIT
             end-if
             move zero to wfound-sx
             perform varying sx from 1 by 1
                 until sx > step-avg-count or wfound-sx not = zero
               if savg-step (sx) = rh-step
                 move sx to wfound-sx
               end-if
             end-perform
             if wfound-sx = zero
               if step-avg-count >= 30
                 go to ADD-STEP-DURATION-EXIT
               end-if
               add 1 to step-avg-count
               move step-avg-count to wfound-sx
               move rh-step to savg-step (wfound-sx)
               move zero to savg-total-secs (wfound-sx)
               move zero to savg-runs (wfound-sx)
             end-if
             compute wdur-secs =
                (function numval (rh-end-time (1:2)) * 3600
                 + function numval (rh-end-time (3:2)) * 60
                 + function numval (rh-end-time (5:2)))
              - (function numval (rh-start-time (1:2)) * 3600
                 + function numval (rh-start-time (3:2)) * 60
                 + function numval (rh-start-time (5:2)))
             if wdur-secs < zero
               add 86400 to wdur-secs
             end-if
             add wdur-secs to savg-total-secs (wfound-sx)
             add 1 to savg-runs (wfound-sx).
       ADD-STEP-DURATION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-ONE-RUNNING  -  running-entry rx against its step's
      *  usual duration; a step never seen to finish has nothing to
      *  be held against, and is left to the lock and deadline
      *  checks
      *----------------------------------------------------------------
       CHECK-ONE-RUNNING section.
             move zero to wfound-sx
             perform varying sx from 1 by 1
                 until sx > step-avg-count or wfound-sx not = zero
               if savg-step (sx) = rrun-step (rx)
                 move sx to wfound-sx
               end-if
             end-perform
             if wfound-sx = zero
               move space to log-line
               string 'NO USUAL DURATION FOR ' delimited size
                      rrun-step (rx) delimited space
                      ' - NOT JUDGED' delimited size
                 into log-line
               end-string
               write log-line
               go to CHECK-ONE-RUNNING-EXIT
             end-if
             if rrun-start (rx) not numeric
               go to CHECK-ONE-RUNNING-EXIT
             end-if

             compute wusual-secs = savg-total-secs (wfound-sx)
                                 / savg-runs (wfound-sx)
             compute wlimit-secs = wusual-secs * wstep-pct / 100
             if wlimit-secs < wmin-step-secs
               move wmin-step-secs to wlimit-secs
             end-if
             move rrun-date (rx)  to wsec-stamp (1:8)
             move rrun-start (rx) to wsec-stamp (9:6)
             perform STAMP-TO-SECONDS
             compute welapsed-secs = wnow-secs - wsec-value
             if welapsed-secs <= wlimit-secs
               go to CHECK-ONE-RUNNING-EXIT
             end-if

             move 'LONGSTEP' to wf-kind
             move space to wf-subject
             string rrun-step (rx)  delimited size
                    rrun-date (rx)  delimited size
                    rrun-start (rx) delimited size
               into wf-subject
             end-string
             compute wdisp-min = welapsed-secs / 60
             compute wdisp-usual = wusual-secs / 60
             move space to wf-text
             string 'EOD STEP '      delimited size
                    rrun-step (rx)   delimited space
                    ' RUNNING '      delimited size
                    wdisp-min        delimited size
                    ' MIN (USUAL '   delimited size
                    wdisp-usual      delimited size
                    ' MIN) SINCE '   delimited size
                    rrun-date (rx)   delimited size
                    ' '              delimited size
                    rrun-start (rx)  delimited size
               into wf-text
             end-string
             move zero to wf-min-secs
             perform RAISE-FINDING.
       CHECK-ONE-RUNNING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-WEB-LOCKS  -  a one-second share probe of each lock,
      *  as the status screen makes; a lock that cannot be had is a
      *  finding that is posted only once it has been seen held for
      *  KOZUKAI_WATCH_LOCKMIN minutes.  Skipped while the
      *  maintenance switch is on.
      *----------------------------------------------------------------
       CHECK-WEB-LOCKS section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on
               move 'MAINTENANCE ON - LOCKS NOT JUDGED' to log-line
               write log-line
               go to CHECK-WEB-LOCKS-EXIT
             end-if
             perform varying lx from 1 by 1 until lx > 3
               move wlock-name (lx) to lc-lock-file
               set lc-lock-share to true
               move 1 to lc-lock-timeout
               call 'WEB_LOCK' using lc-web-lock rc
               if rc = zero
                 call 'WEB_UNLOCK' using lc-web-lock rc
               else
                 move 'LOCKHELD' to wf-kind
                 move wlock-name (lx) to wf-subject
                 move space to wf-text
                 string 'WEB LOCK HELD '  delimited size
                        wlock-name (lx)   delimited space
                   into wf-text
                 end-string
                 compute wf-min-secs = wlock-min * 60
                 perform RAISE-FINDING
               end-if
             end-perform.
       CHECK-WEB-LOCKS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RAISE-FINDING  -  record the finding in wf-kind/wf-subject
      *  as seen on this run, and post it to the ops room if it has
      *  not been posted yet and has been seen long enough
      *  (wf-min-secs since it was first seen)
      *----------------------------------------------------------------
       RAISE-FINDING section.
             add 1 to wfinding-count
             move wf-kind    to wd-kind
             move wf-subject to wd-subject
             read watch-file
               invalid key
                 move wf-kind    to wd-kind
                 move wf-subject to wd-subject
                 move wrun-stamp to wd-first-seen
                 move wrun-stamp to wd-last-seen
                 move 'N'   to wd-alerted
                 move space to wd-alerted-at
                 move wf-text to wd-text
                 write watch-rec
                   invalid key continue
                 end-write
             end-read
             move wrun-stamp to wd-last-seen

             if wf-min-secs > zero
               move wd-first-seen to wsec-stamp
               perform STAMP-TO-SECONDS
               compute wseen-secs = wnow-secs - wsec-value
               move space to wf-since
               string wf-text delimited '  '
                      ' SINCE ' delimited size
                      wd-first-seen (1:8) delimited size
                      ' '       delimited size
                      wd-first-seen (9:6) delimited size
                 into wf-since
               end-string
               move wf-since to wf-text
             else
               move zero to wseen-secs
             end-if

             move space to log-line
             if not wd-is-alerted and wseen-secs >= wf-min-secs
               perform POST-OPS-ALERT
               move 'Y' to wd-alerted
               move wrun-stamp to wd-alerted-at
               add 1 to walert-count
               string 'ALERT ' delimited size
                      wf-text  delimited size
                 into log-line
               end-string
             else
               string 'SEEN  ' delimited size
                      wf-text  delimited size
                 into log-line
               end-string
             end-if
             write log-line
             move wf-text to wd-text
             rewrite watch-rec
               invalid key continue
             end-rewrite
             exit.

      *----------------------------------------------------------------
      *  CLEAR-OLD-INCIDENTS  -  an incident this run did not see is
      *  over: drop its row, so the same trouble coming back later
      *  is posted again as a new incident
      *----------------------------------------------------------------
       CLEAR-OLD-INCIDENTS section.
             move low-value to wd-key
             move space to watch-eof
             start watch-file key is not less than wd-key
               invalid key move 'EOF' to watch-eof
             end-start
             if watch-eof not = 'EOF'
               read watch-file next record
                 at end move 'EOF' to watch-eof
               end-read
             end-if
             perform until watch-eof = 'EOF'
               if wd-last-seen not = wrun-stamp
                 move space to log-line
                 string 'CLEARED ' delimited size
                        wd-text    delimited size
                   into log-line
                 end-string
                 write log-line
                 delete watch-file record
                   invalid key continue
                 end-delete
                 add 1 to wcleared-count
               end-if
               read watch-file next record
                 at end move 'EOF' to watch-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  POST-OPS-ALERT  -  one SYSTEM line into the ops room
      *  (KOZUKAI_OPS_ROOM, default 運用), through the shared
      *  chat-posting funnel, as the end-of-day driver posts a
      *  failed step
      *----------------------------------------------------------------
       POST-OPS-ALERT section.
             move '運用' to wops-room
             move 'KOZUKAI_OPS_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-opsroom
             if wenv-opsroom not = space
               move wenv-opsroom to wops-room
             end-if
             move space to wops-text
             string 'WATCHDOG ' delimited size
                    wf-text     delimited size
               into wops-text
             end-string
             call 'kozukaichatpost' using wops-room wops-text
                                         wops-dm-to
             exit.

      *----------------------------------------------------------------
      *  STAMP-TO-SECONDS  -  wsec-stamp (YYYYMMDDHHMMSS) as seconds
      *  since the calendar's day one, so two stamps subtract across
      *  midnight and month ends
      *----------------------------------------------------------------
       STAMP-TO-SECONDS section.
             move zero to wsec-value
             if wsec-stamp not numeric
               go to STAMP-TO-SECONDS-EXIT
             end-if
             compute wsec-value =
                function integer-of-date (wsec-date) * 86400
                + wsec-hh * 3600 + wsec-mi * 60 + wsec-ss.
       STAMP-TO-SECONDS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-SETTINGS  -  the deadline, the overrun percentage and
      *  the lock minutes, each keeping its default unless the
      *  parameter master gives a usable value
      *----------------------------------------------------------------
       GET-SETTINGS section.
             move 'KOZUKAI_EOD_DUEBY' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-dueby
             if wenv-dueby not = space
                and wenv-dueby is numeric then
               move wenv-dueby to wdue-by
             end-if
             move 'KOZUKAI_WATCH_STEPPCT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-steppct
             if wenv-steppct not = space
                and wenv-steppct is numeric
                and wenv-steppct >= '0100' then
               move wenv-steppct to wstep-pct
             end-if
             move 'KOZUKAI_WATCH_LOCKMIN' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-lockmin
             if wenv-lockmin not = space
                and wenv-lockmin is numeric
                and wenv-lockmin not = '000' then
               move wenv-lockmin to wlock-min
             end-if
             exit.
