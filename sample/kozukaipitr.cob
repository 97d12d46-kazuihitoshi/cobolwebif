      *  tax, so replayed rows come back with those fields at their
      *  defaults - run kozukaitotalsrebuild.cob afterwards and
      *  review the report.  Output: kozukaipitr.txt.
      *  The run is entered in the job registry
      *  (kozukaijobguard.cob) and refused while another copy, or
      *  a job that may not overlap it, is running.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

       WORKING-STORAGE SECTION.
       copy web-lock.

       copy jobguard.
       77 rc                 pic s9(10) usage binary.

      *  second lock control block for audit_lock, taken while
            display 'usage: kozukaipitr BACKUPDATE TOTIMESTAMP'
            stop run
          end-if.
          perform START-JOB-GUARD.

          string 'kozukai'    delimited size
                 wbackup-date delimited size
          if backup-file-fs not = zero then
            display 'kozukaipitr: cannot open ' wbackup-filename
                    ' fs=' backup-file-fs
            perform FINISH-JOB-GUARD
            stop run
          end-if.
          close backup-file.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            display 'kozukaipitr: kozukai_lock busy, aborted'
            perform FINISH-JOB-GUARD
            stop run
          end-if.

            display 'kozukaipitr: STOPPED, chain broken at seq '
                    wbreak-seq ' - see kozukaipitr.txt'
          end-if.
          perform FINISH-JOB-GUARD.
          stop run.

      *----------------------------------------------------------------
               when 'ADJUST'
                 initialize kozukai-rec
                 move alog-key (1:8) to wdate-rec of kozukai-rec
                 if alog-key (9:3) numeric
                   move alog-key (9:3) to wdate-sec of kozukai-rec
                 end-if
                 move alog-after-category
                   to wcategory of kozukai-rec
                   not invalid key add 1 to wapplied-count
                 end-write
               when 'UPDATE'
                 move alog-key (1:11)
                   to kozukai-key of kozukai-rec
                 read kozukai-file
                   invalid key add 1 to wskipped-count
                 end-read
               when 'DELETE'
               when 'BACKOUT'
                 move alog-key (1:11)
                   to kozukai-key of kozukai-rec
                 read kozukai-file
                   invalid key add 1 to wskipped-count
               to report-line
             write report-line
             exit.

      *----------------------------------------------------------------
      *  START-JOB-GUARD  -  enter this run in the job registry
      *  (kozukaijobguard.cob) before anything is touched; another
      *  copy of this job, or a job that may not overlap it, already
      *  running stops this one here with the holder named
      *----------------------------------------------------------------
       START-JOB-GUARD section.
             set jg-start to true
             move 'kozukaipitr' to jg-job
             move wcmd-line to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukaipitr: ' function trim(jg-message)
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
