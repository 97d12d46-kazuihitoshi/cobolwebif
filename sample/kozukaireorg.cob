      *  is visible.  A copy that fails verification is removed and
      *  the original left untouched.
      *  Command line: KOZUKAI, AUDIT, or ALL (the default).
      *  The maintenance switch is on for the length of the run, so
      *  the CGIs take no changes.
      *  The run is entered in the job registry
      *  (kozukaijobguard.cob) and refused while another copy, or
      *  a job that may not overlap it, is running.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

       fd kozukai-new.
       01 kozukai-new-rec.
          02 nkz-key          pic x(11).
          02 nkz-category     pic x(20).
          02 nkz-rest1        pic x(10).
          02 nkz-note         pic x(40).
          02 nkz-member       pic x(20).
          02 nkz-rest2        pic x(68).

       fd audit-log-file.
       copy auditfile.

       WORKING-STORAGE SECTION.
       copy web-lock.

       copy jobguard.

       copy maintcheck.
       77 rc                 pic s9(10) usage binary.
       01 src-file-fs        pic 9(2).
       01 dst-file-fs        pic 9(2).
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.

          if warg = 'KOZUKAI' or warg = 'AUDIT' or warg = 'ALL'
            perform START-JOB-GUARD
            perform BEGIN-MAINTENANCE
          end-if.
          if warg = 'KOZUKAI' or warg = 'ALL'
            perform REORG-KOZUKAI
          end-if.
             and warg not = 'ALL'
            display 'usage: kozukaireorg [KOZUKAI|AUDIT|ALL]'
          end-if.
          perform END-MAINTENANCE.
          if warg = 'KOZUKAI' or warg = 'AUDIT' or warg = 'ALL'
            perform FINISH-JOB-GUARD
          end-if.
          stop run.

      *----------------------------------------------------------------
                       ' left untouched, bytes ' wsize-disp1
             end-if
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
             move 'ファイル再編成中' to mtc-reason
             move space to mtc-until
             move 'kozukaireorg' to mtc-set-by
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
             move 'kozukaireorg' to jg-job
             move warg to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukaireorg: ' function trim(jg-message)
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
