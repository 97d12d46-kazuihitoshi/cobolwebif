      *  row as posted.  A second command-line word DRYRUN produces
      *  the same report without touching kozukai.dat, so the close
      *  can be reviewed before a year of data is deleted.
      *  The maintenance switch is on while the close rewrites the
      *  ledger (not for a DRYRUN), so the CGIs take no changes.
      *  The run is entered in the job registry
      *  (kozukaijobguard.cob) and refused while another copy, or
      *  a job that may not overlap it, is running.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

       WORKING-STORAGE SECTION.
       copy web-lock.

       copy jobguard.

       copy maintcheck.
       copy datecheck.
       77 rc                 pic s9(10) usage binary.
       01 kozukai-file-fs    pic 9(2).
                    ', usage: kozukaiyearend YYYY [DRYRUN]'
            stop run
          end-if.
          perform START-JOB-GUARD.

          string 'kozukai'     delimited size
                 wtarget-year  delimited size
              call 'WEB_UNLOCK' using lc-web-lock rc
              display 'kozukaiyearend: DRYRUN complete, see '
                      'kozukaiyearendreport.txt, nothing changed'
              perform FINISH-JOB-GUARD
              stop run
            end-if

            perform BEGIN-MAINTENANCE
            perform GET-CLOSE-STATE
            if wclose-phase = 'C'
              display 'kozukaiyearend: ' wtarget-year
                      ' is already closed, refusing to re-archive'
              perform END-MAINTENANCE
              call 'WEB_UNLOCK' using lc-web-lock rc
              perform FINISH-JOB-GUARD
              stop run
            end-if

                perform SET-CLOSE-STATE
            end-evaluate
            perform WRITE-CLOSE-REPORT
            perform END-MAINTENANCE
            call 'WEB_UNLOCK' using lc-web-lock rc
          else
            display 'kozukaiyearend: kozukai_lock busy, aborted'
          end-if.

          perform FINISH-JOB-GUARD.
          stop run.

      *----------------------------------------------------------------
             if kozukai-file-fs not = zero then
               display 'kozukaiyearend: kozukai-file open failed, fs='
                        kozukai-file-fs
               perform FINISH-JOB-GUARD
               stop run
             end-if.

               if is-dryrun
                 string 'WOULD POST ' delimited size
                        wnext-year    delimited size
                        '0101/000 繰越 ' delimited size
                        wcarry-io-text delimited size
                   into report-line
                 end-string
               else
                 string 'POSTED ' delimited size
                        wnext-year delimited size
                        '0101/000 繰越 ' delimited size
                        wcarry-io-text delimited size
                   into report-line
                 end-string
               display 'kozukaiyearend: archive ' warchive-filename
                       ' missing, cannot resume'
               call 'WEB_UNLOCK' using lc-web-lock rc
               perform FINISH-JOB-GUARD
               stop run
             end-if
             move space to archive-eof
             set date-ok to true.
       CHECK-DATE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BEGIN-MAINTENANCE  -  throw the maintenance switch
      *  (kozukaimaintcheck.cob) for the length of the run, so the
      *  CGIs refuse every change while the files are rewritten; a
      *  switch already on (an admin's) is left to whoever set it.
      *  A run that stops on an error leaves the switch on - the
      *  files want looking at before anyone posts again - for an
      *  admin to end from kozukaimaintadmin.cob.
      *----------------------------------------------------------------
       BEGIN-MAINTENANCE section.
             move '年次締め処理中' to mtc-reason
             move space to mtc-until
             move 'kozukaiyearend' to mtc-set-by
             set mtc-begin to true
             call 'kozukaimaintcheck' using maint-check-area
             exit.

      *----------------------------------------------------------------
      *  END-MAINTENANCE  -  switch off again, only when this run
      *  was the one that switched it on
      *----------------------------------------------------------------
       END-MAINTENANCE section.
             if mtc-on and mtc-newly-on
               set mtc-end to true
               call 'kozukaimaintcheck' using maint-check-area
             end-if
             exit.

      *----------------------------------------------------------------
      *  START-JOB-GUARD  -  enter this run in the job registry
      *  (kozukaijobguard.cob) before anything is touched; another
      *  copy of this job, or a job that may not overlap it, already
      *  running stops this one here with the holder named
      *----------------------------------------------------------------
       START-JOB-GUARD section.
             set jg-start to true
             move 'kozukaiyearend' to jg-job
             move wcmd-line to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukaiyearend: ' function trim(jg-message)
               stop run
             end-if
             exit.

      *----------------------------------------------------------------
      *  FINISH-JOB-GUARD  -  take this run off the job registry
      *----------------------------------------------------------------
       FINISH-JOB-GUARD section.
             set jg-finish to true
             call 'kozukaijobguard' using job-guard-area
             exit.
