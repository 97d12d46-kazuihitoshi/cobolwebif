      *  halts at the first failing step, recording the last good
      *  step in kozukaieodstate.dat, and a RESTART invocation
      *  resumes from the step that failed instead of re-running
      *  kozukairecur (which would double-post templates).  The state
      *  row also carries RUNNING / COMPLETE / FAILED and the run's
      *  start, and each step's run-history row is written RUNNING
      *  as it is launched, for the batch watchdog
      *  (kozukaiwatchdog.cob) to notice a run or step that hangs.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
      *  holiday calendar or the day of week says the bank is shut.
      *  LOAD-SCHEDULE fills it from the schedule master
      *  (kozukaischedule.dat); while that file does not exist yet,
      *  INIT-DEFAULT-STEPS loads the steps this driver always
      *  compiled in, so nothing changes until a schedule is keyed;
      *  the reporting extract runs ahead of the summary, which
      *  reads it.  A master keyed before the extract existed has
      *  no row for it, so one is slotted in ahead of the first
      *  report that reads the extract - hence the spare entry over
      *  the 25 the schedule can fill.
      *----------------------------------------------------------------
       01 wstep-name-tab.
          02 wstep-entry occurs 26.
             03 wstep-name  pic x(15).
             03 wstep-bflag pic x(01).
       01 wstep-count        pic 9(02) value zero.
       01 schedule-file-fs   pic 9(2).
       01 schedule-eof       pic x(3) value space.
       01 wsched-loaded      pic 9(02) value zero.
       01 wsched-dropped     pic 9(03) value zero.
       01 wsched-extract-flag pic x value 'N'.
        88 sched-has-extract    value 'Y'.
        88 sched-no-extract     value 'N'.
      *  candidate list before ordering: order number alongside;
      *  steps due today past the 25th are counted in wsched-dropped
       01 wcand-tab.
        02 wcand-entry occurs 25.
         03 wcand-order     pic 9(03).
         03 wcand-name      pic x(15).
         03 wcand-bflag     pic x(01).
       01 wops-room         pic x(20) value '運用'.
       01 wenv-opsroom      pic x(20) value space.
       01 wops-text         pic x(200) value space.
       01 wops-dm-to        pic x(30) value space.
       01 wstep              pic 9(02) value zero.
       01 wstart-step        pic 9(02) value 1.
       01 wstep-rc           pic s9(09) value zero.
       01 runhist-file-fs    pic 9(2).
       01 wstep-start-time   pic x(06) value space.
       01 wstep-status       pic x(08) value space.
       01 wrh-records        pic 9(09) value zero.
      *  the run's own state for the state row (see SET-EOD-STATE /
      *  MARK-EOD-STATUS)
       01 wrun-status        pic x(08) value 'RUNNING'.
       01 wrun-started       pic x(14) value space.

      *  business-day derivation, per the holiday calendar plus the
      *  day of week (days since 1970-01-01, a Thursday, mod 7; 2 is
       01 whz-int            pic 9(09) value zero.
       01 whz-edge           pic x(08) value space.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          move wnow-date (1:6) to wnow-ym.
          string wnow-date delimited size
                 wnow-time delimited size
            into wrun-started
          end-string.

          perform CHECK-BUSINESS-DAY.
          perform LOAD-SCHEDULE.
          move 1 to wstart-step.
          if warg = 'RESTART' then
            perform GET-EOD-STATE
            perform MARK-EOD-STATUS
          else
            perform RESET-EOD-STATE
          end-if.
          if step-not-failed
            move 'END-OF-DAY SETTLEMENT COMPLETE' to log-line
            write log-line
            move 'COMPLETE' to wrun-status
          else
            move 'FAILED' to wrun-status
          end-if.
          perform MARK-EOD-STATUS.

      *   steps the schedule could not fit are logged and leave a
      *   warning return code, so cron mail shows the run was short
          if wsched-dropped > zero
            move space to log-line
            string 'SCHEDULE FULL - '   delimited size
                   wsched-dropped       delimited size
                   ' STEP(S) NOT RUN'   delimited size
               into log-line
            end-string
            write log-line
          end-if.

          close log-file.
          if wsched-dropped > zero
            move 4 to return-code
          end-if.
          stop run.

      *----------------------------------------------------------------
             end-if

             accept wstep-start-time from time
             move 'RUNNING' to wstep-status
             move zero to wstep-rc
             perform WRITE-RUN-HISTORY
             move space to wcommand
             evaluate wstep-name (wstep)
               when 'kozukairecur'
                        wnow-ym           delimited size
                    into wcommand
                 end-string
               when 'kozukaicardbill'
                 string 'kozukaicardbill ' delimited size
                        wnow-date          delimited size
                    into wcommand
                 end-string
               when 'kozukaipaydue'
                 string 'kozukaipaydue '   delimited size
                        wnow-date          delimited size
                    into wcommand
                 end-string
               when 'kozukairenewal'
                 string 'kozukairenewal '  delimited size
                        wnow-date          delimited size
                    into wcommand
                 end-string
               when 'kozukairemind'
                 string 'kozukairemind '   delimited size
                        wnow-date          delimited size
                    into wcommand
                 end-string
               when 'kozukaiical'
                 string 'kozukaiical '     delimited size
                        wnow-date          delimited size
                    into wcommand
                 end-string
               when other
                 move wstep-name (wstep) to wcommand
             end-evaluate
                        wnow-ym delimited size
                   into wcommand
                 end-string
               when 'kozukaicardbill'
                 string 'kozukairptarch CARDBILL '
                          delimited size
                        'kozukaicardbill.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukaipaydue'
                 string 'kozukairptarch PAYDUE '
                          delimited size
                        'kozukaipaydue.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukainetworth'
                 string 'kozukairptarch NETWORTH '
                          delimited size
                        'kozukainetworth.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukaiconsol'
                 string 'kozukairptarch CONSOL '
                          delimited size
                        'kozukaiconsol.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukairatios'
                 string 'kozukairptarch RATIOS '
                          delimited size
                        'kozukairatios.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukaiutilrpt'
                 string 'kozukairptarch UTILITY '
                          delimited size
                        'kozukaiutilrpt.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukaipurge'
                 string 'kozukairptarch PURGE '
                          delimited size
                        'kozukaipurge.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukairenewal'
                 string 'kozukairptarch RENEWAL '
                          delimited size
                        'kozukairenewal.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukairemind'
                 string 'kozukairptarch REMIND '
                          delimited size
                        'kozukairemind.txt ' delimited size
                        wnow-date delimited size
                   into wcommand
                 end-string
               when 'kozukainotifier'
                 string 'kozukairptarch NOTIFY '
                          delimited size
      *----------------------------------------------------------------
       POST-OPS-ALERT section.
             move '運用' to wops-room
             move 'KOZUKAI_OPS_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-opsroom
             if wenv-opsroom not = space
               move wenv-opsroom to wops-room
             end-if
               into wops-text
             end-string
             call 'kozukaichatpost' using wops-room wops-text
                                         wops-dm-to
             exit.

      *----------------------------------------------------------------
      *  business-day-only, which also rides the skip flag; weekly
      *  on the matching weekday; monthly on the matching day),
      *  ordered by sched-order.  A missing or empty master keeps
      *  the compiled default steps.  A master with no
      *  kozukaiextract row at all (enabled or not) gets the extract
      *  ahead of the first step that reads it.
      *----------------------------------------------------------------
       LOAD-SCHEDULE section.
             move zero to wsched-loaded
             move zero to wsched-dropped
             set sched-no-extract to true
             compute wsched-dow =
                function mod(wbd-dow + 3, 7) + 1
             open input schedule-file
               at end move 'EOF' to schedule-eof
             end-read
             perform until schedule-eof = 'EOF'
               if sched-step = 'kozukaiextract'
                 set sched-has-extract to true
               end-if
               if sched-is-enabled
                 evaluate true
                   when sched-daily
               end-read
             end-perform
             close schedule-file
             if wsched-dropped > zero
               display 'kozukaieod: ' wsched-dropped
                       ' scheduled step(s) past the 25 the step table'
                       ' holds - not run today'
             end-if

             if wsched-loaded = zero
               perform INIT-DEFAULT-STEPS
                until wc1 > wstep-count
               move wcand-name (wc1)  to wstep-name (wc1)
               move wcand-bflag (wc1) to wstep-bflag (wc1)
             end-perform
             if sched-no-extract
               perform INSERT-EXTRACT-STEP
             end-if.
       LOAD-SCHEDULE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  INSERT-EXTRACT-STEP  -  kozukaiextract into the step table
      *  just ahead of the first report that reads the reporting
      *  extract, on that report's business-day flag so the two run
      *  or skip together; nothing when no such report runs today
      *----------------------------------------------------------------
       INSERT-EXTRACT-STEP section.
             move zero to wc2
             perform varying wc1 from 1 by 1
                until wc1 > wstep-count or wc2 > zero
               evaluate wstep-name (wc1)
                 when 'kozukaisummary'
                 when 'kozukaiannual'
                 when 'kozukaipassbook'
                 when 'kozukaimedical'
                 when 'kozukaifxpos'
                 when 'kozukaisettle'
                 when 'kozukaiforecast'
                   move wc1 to wc2
                 when other
                   continue
               end-evaluate
             end-perform
             if wc2 = zero
               go to INSERT-EXTRACT-STEP-EXIT
             end-if
             perform varying wc1 from wstep-count by -1
                until wc1 < wc2
               move wstep-name (wc1)  to wstep-name (wc1 + 1)
               move wstep-bflag (wc1) to wstep-bflag (wc1 + 1)
             end-perform
             move 'kozukaiextract' to wstep-name (wc2)
             move wstep-bflag (wc2 + 1) to wstep-bflag (wc2)
             add 1 to wstep-count.
       INSERT-EXTRACT-STEP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-SCHEDULE-CANDIDATE  -  the current schedule row into
      *  the unordered candidate list, or counted as dropped once the
      *  list is full
      *----------------------------------------------------------------
       ADD-SCHEDULE-CANDIDATE section.
             if wsched-loaded >= 25
               add 1 to wsched-dropped
               go to ADD-SCHEDULE-CANDIDATE-EXIT
             end-if
             add 1 to wsched-loaded
             move sched-order to wcand-order (wsched-loaded)
             move sched-step  to wcand-name (wsched-loaded)
               move 'B' to wcand-bflag (wsched-loaded)
             else
               move space to wcand-bflag (wsched-loaded)
             end-if.
       ADD-SCHEDULE-CANDIDATE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  INIT-DEFAULT-STEPS  -  the steps this driver always ran
      *  before the schedule master existed, with the reporting
      *  extract ahead of the summary that reads it, and the
      *  retention purge (kozukaipurge.cob) last
      *----------------------------------------------------------------
       INIT-DEFAULT-STEPS section.
             move 5 to wstep-count
             move 'kozukairecur'   to wstep-name (1)
             move space            to wstep-bflag (1)
             move 'kozukaiextract'  to wstep-name (2)
             move space            to wstep-bflag (2)
             move 'kozukaisummary' to wstep-name (3)
             move space            to wstep-bflag (3)
             move 'kozukaibalsnap' to wstep-name (4)
             move space            to wstep-bflag (4)
             move 'kozukaipurge'   to wstep-name (5)
             move space            to wstep-bflag (5)
             exit.

      *----------------------------------------------------------------
      *  WRITE-RUN-HISTORY  -  one keyed row for the step that just
      *  finished (or was skipped): date, name, start/end times,
      *  outcome and return code; a step being launched is written
      *  RUNNING with no end time and rewritten when it returns.
      *  The steps do not report record counts back through SYSTEM,
      *  so rh-records is zero here unless the step filled it in
      *  place while it ran (the retention purge does), in which
      *  case the count on the row is kept.
      *----------------------------------------------------------------
       WRITE-RUN-HISTORY section.
             open i-o runhist-file
             if runhist-file-fs not = zero
               open output runhist-file
               close runhist-file
               open i-o runhist-file
             end-if
             if runhist-file-fs not = zero
               go to WRITE-RUN-HISTORY-EXIT
             end-if
             move zero to wrh-records
             move wnow-date to rh-run-date
             move wstep-name (wstep) to rh-step
             move wstep-start-time to rh-start-time
             read runhist-file
               invalid key continue
               not invalid key move rh-records to wrh-records
             end-read
             move wnow-date to rh-run-date
             move wstep-name (wstep) to rh-step
             move wstep-start-time to rh-start-time
             accept wnow-time from time
             move wnow-time to rh-end-time
             if wstep-status = 'RUNNING'
               move space to rh-end-time
             end-if
             move wstep-status to rh-status
             move wstep-rc to rh-return-code
             move wrh-records to rh-records
             string wnow-date delimited size
                    wnow-time delimited size
               into rh-updated
             end-string
             write runhist-rec
               invalid key rewrite runhist-rec
             end-write
             close runhist-file.
       WRITE-RUN-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
             move 'EODSTATE' to eodstate-key
             move wnow-date  to eodstate-run-date
             move wstep      to eodstate-last-step
             move wrun-status  to eodstate-run-status
             move wrun-started to eodstate-started
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
             close eodstate-file
             exit.

      *----------------------------------------------------------------
      *  MARK-EOD-STATUS  -  set the state row's run status (and the
      *  run's start) without moving its last good step: a RESTART
      *  going RUNNING again, and the run ending COMPLETE or FAILED
      *----------------------------------------------------------------
       MARK-EOD-STATUS section.
             move 'EODSTATE' to eodstate-key
             open i-o eodstate-file
             if eodstate-file-fs not = zero then
               go to MARK-EOD-STATUS-EXIT
             end-if
             read eodstate-file
               invalid key continue
               not invalid key
                 move wrun-status  to eodstate-run-status
                 move wrun-started to eodstate-started
                 accept wnow-time from time
                 string wnow-date delimited size
                        wnow-time delimited size
                   into eodstate-updated
                 end-string
                 rewrite eodstate-rec
             end-read
             close eodstate-file.
       MARK-EOD-STATUS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-HOLIDAY-COVERAGE  -  shifted recurring templates lean
      *  on the holiday calendar; when the newest date on it falls
             end-if

             move 60 to whorizon-days
             move 'KOZUKAI_HOL_HORIZON_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-horizon
             if wenv-horizon not = space
                and wenv-horizon is numeric then
               move wenv-horizon to whorizon-days
