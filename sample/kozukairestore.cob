      *  With RESTORE it rebuilds kozukai.dat from the backup under
      *  kozukai_lock, the same lock every other mutator of the live
      *  file takes.
      *  The maintenance switch is on while RESTORE rebuilds the
      *  ledger, so the CGIs take no changes.
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
       77 rc                 pic s9(10) usage binary.
       01 backup-file-fs     pic 9(2).
       01 kozukai-file-fs    pic 9(2).
      *  the live row rebuilt in backup shape so the two can be
      *  compared as a whole instead of field by field
       01 wlive-as-backup.
          02 wlive-key          pic x(11).
          02 wlive-category     pic x(20).
          02 wlive-in-or-out    pic x(01).
          02 wlive-money        pic s9(09).
          02 wlive-currency     pic x(03).
          02 wlive-tax-class    pic x(01).
          02 wlive-tax-amount   pic s9(09).
          02 wlive-parent-key   pic x(11).
          02 wlive-reason-code  pic x(04).
          02 wlive-account      pic x(04).
          02 wlive-refund-of    pic x(11).
          02 wlive-refunded     pic s9(09).
          02 wlive-event        pic x(08).
          02 wlive-payee        pic x(08).

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
            display 'usage: kozukairestore BACKUPDATE [RESTORE]'
            stop run
          end-if.
          perform START-JOB-GUARD.

          string 'kozukai'     delimited size
                 wbackup-date  delimited size
          if backup-file-fs not = zero then
            display 'kozukairestore: cannot open ' wbackup-filename
                    ' fs=' backup-file-fs
            perform FINISH-JOB-GUARD
            stop run
          end-if.
          close backup-file.
            perform VERIFY-BACKUP
          end-if.

          perform FINISH-JOB-GUARD.
          stop run.

      *----------------------------------------------------------------
                   to wlive-parent-key
                 move wreason-code of kozukai-rec
                   to wlive-reason-code
                 move waccount of kozukai-rec to wlive-account
                 move wrefund-of of kozukai-rec to wlive-refund-of
                 move wrefunded of kozukai-rec to wlive-refunded
                 move wevent of kozukai-rec to wlive-event
                 move wpayee of kozukai-rec to wlive-payee
                 if wlive-as-backup not = kozukai-bak-rec
                   move 'D' to wcmp-result
                 end-if
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero then
               display 'kozukairestore: kozukai_lock busy, aborted'
               perform FINISH-JOB-GUARD
               stop run
             end-if
             perform BEGIN-MAINTENANCE

             open input backup-file
             open output kozukai-file
             close kozukai-file
             close backup-file

             perform END-MAINTENANCE
             call 'WEB_UNLOCK' using lc-web-lock rc

             display 'kozukairestore: restored ' wrestored-count
                     ' record(s) from ' wbackup-filename
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
             move 'バックアップから復元中' to mtc-reason
             move space to mtc-until
             move 'kozukairestore' to mtc-set-by
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
             move 'kozukairestore' to jg-job
             move wcmd-line to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukairestore: ' function trim(jg-message)
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
