      *  are reparented).  One audit row per touched record goes
      *  through kozukaiauditwrite, and a per-file change count is
      *  printed at the end.
      *  The maintenance switch is on for the length of the merge,
      *  so the CGIs take no changes.
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
       copy auditlog.
       77 rc                 pic s9(10) usage binary.
       01 kozukai-file-fs    pic 9(2).
         03 tstg-amount      pic s9(10).
       01 tot-stage-count    pic 9(03) value zero.
       01 tmpl-stage-table.
        02 tmpl-stage-entry occurs 50 pic x(125).
       01 tmpl-stage-count   pic 9(02) value zero.
       01 t                  pic 9(03).
       01 plan-stage-table.
       01 wold-budget        pic s9(09) value zero.
       01 wold-parent        pic x(20) value space.
       01 wold-medical       pic x(01) value space.
       01 wold-class         pic x(01) value space.
       01 wold-life          pic 9(02) value zero.
       01 old-found-flag     pic x value 'N'.
        88 old-name-found       value 'Y'.
        88 old-name-missing     value 'N'.
            display 'usage: kozukaicatmerge OLDNAME NEWNAME'
            stop run
          end-if.
          perform START-JOB-GUARD.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            display 'kozukaicatmerge: kozukai_lock busy, aborted'
            perform FINISH-JOB-GUARD
            stop run
          end-if.
          perform BEGIN-MAINTENANCE.

          perform CHECK-MASTER-ROWS.
          if old-name-missing then
      *     CHECK-MASTER-ROWS displays its own refusal
            perform END-MAINTENANCE
            call 'WEB_UNLOCK' using lc-web-lock rc
            perform FINISH-JOB-GUARD
            stop run
          end-if.

          perform MERGE-IMPKEY.
          perform MERGE-MASTER.

          perform END-MAINTENANCE.
          call 'WEB_UNLOCK' using lc-web-lock rc.

          display 'kozukaicatmerge: ' wold-name (1:10) ' -> '
          display '  account-map rows       ' wacctmap-count.
          display '  import-keyword rows    ' wimpkey-count.
          display '  master rows           ' wmaster-count.
          perform FINISH-JOB-GUARD.
          stop run.

      *----------------------------------------------------------------
                 move category-budget  to wold-budget
                 move category-parent  to wold-parent
                 move category-medical to wold-medical
                 move category-class   to wold-class
                 move category-life    to wold-life
             end-read
             move wnew-name to category-key
             read category-file
               move wold-budget  to category-budget
               move wold-parent  to category-parent
               move wold-medical to category-medical
               move wold-class   to category-class
               move wold-life    to category-life
               write category-rec
                 invalid key continue
               end-write
             move wnew-name to audit-after-detail
             call 'kozukaiauditwrite' using audit-rec
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
             move '分類統合中' to mtc-reason
             move space to mtc-until
             move 'kozukaicatmerge' to mtc-set-by
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
             move 'kozukaicatmerge' to jg-job
             move wcmd-line to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukaicatmerge: ' function trim(jg-message)
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
