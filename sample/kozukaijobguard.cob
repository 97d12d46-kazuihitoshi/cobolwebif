       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaijobguard.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - the single-instance guard for the batch
      *  utilities that rewrite the ledger wholesale (the year-end
      *  close, the CSV load, a RESTORE, a reorg, a point-in-time
      *  recovery, a category merge).  The web locks protect one
      *  write at a time; this protects a whole run.  At start ('S')
      *  the job registry (kozukaijobreg.dat) is read under job_lock:
      *  a row for the same job, or for one the conflict table
      *  (copy/jobconflict.cob) says may not overlap it, refuses the
      *  start with a message naming the holder; otherwise the run
      *  is entered with its process id, host, user, start time and
      *  command line.  At finish ('F') the row is taken off again.
      *  A row whose process is gone (same host, no /proc/<pid>), or
      *  older than KOZUKAI_JOB_STALEHRS hours (24 when unset)
      *  whatever the host says, is a run that crashed or was killed
      *  without finishing: it is cleared, displayed and audited as
      *  JOBSTALE, and does not hold anyone up.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select job-reg-file assign to "kozukaijobreg.dat"
           organization is indexed access mode is dynamic
           record key is jr-job
           file status is job-reg-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd job-reg-file.
       copy jobregfile.

       WORKING-STORAGE SECTION.
       copy web-lock.

       copy auditlog.

       copy jobconflict.

       77 rc                 pic s9(10) usage binary.
       01 job-reg-file-fs    pic 9(2).
       01 job-reg-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wnow-stamp         pic x(14).
       01 i                  pic 9(04).

      *  this process as the registry records it
       01 wmy-pid            pic 9(09) value zero.
       01 wmy-host           pic x(30) value space.
       01 wmy-user           pic x(20) value space.

      *  staleness test for the row just read
       01 wpid-disp          pic z(8)9.
       01 wproc-name         pic x(40) value space.
       01 wfile-info.
          02 wfi-size        pic 9(18) binary.
          02 wfi-rest        pic x(08).
       01 wstale-flag        pic x value 'N'.
        88 row-is-stale         value 'Y'.
        88 row-is-live          value 'N'.
       01 wstale-hours       pic 9(03) value 24.
       01 wenv-stalehrs      pic x(03) value space.
       01 wage-seconds       pic s9(12) value zero.
       01 wstamp-date-num    pic 9(08).
       01 wstamp-time-num.
          02 wst-hh          pic 9(02).
          02 wst-mm          pic 9(02).
          02 wst-ss          pic 9(02).
       01 wnow-date-num      pic 9(08).
       01 wnow-time-num.
          02 wnt-hh          pic 9(02).
          02 wnt-mm          pic 9(02).
          02 wnt-ss          pic 9(02).
       01 wmsg-head          pic x(60) value space.

       01 wconflict-flag     pic x value 'N'.
        88 jobs-conflict        value 'Y'.
        88 jobs-compatible      value 'N'.

       copy paramget.

       LINKAGE SECTION.
       copy jobguard.

       PROCEDURE             DIVISION using job-guard-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          string wnow-date delimited size
                 wnow-time delimited size
            into wnow-stamp
          end-string.
          call 'C$GETPID' returning wmy-pid.
          accept wmy-host from environment 'HOSTNAME'.
          accept wmy-user from environment 'USER'.

          move 'job_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            if jg-start
              set jg-refused to true
              move space to jg-holder-job
              move 'refused: job registry busy (job_lock)'
                to jg-message
            end-if
            exit program
          end-if.

          evaluate true
           when jg-finish
             perform FINISH-JOB
           when other
             perform START-JOB
          end-evaluate.

          call 'WEB_UNLOCK' using lc-web-lock rc.
          exit program.

      *----------------------------------------------------------------
      *  START-JOB  -  walk the registry clearing stale rows and
      *  stopping at the first live one that is this job or
      *  conflicts with it; when none is found, enter this run
      *----------------------------------------------------------------
       START-JOB section.
             set jg-granted to true
             move space to jg-holder-job
             move space to jg-message
             perform GET-SETTINGS

             open i-o job-reg-file
             if job-reg-file-fs not = zero
               open output job-reg-file
               close job-reg-file
               open i-o job-reg-file
             end-if
             if job-reg-file-fs not = zero
               set jg-refused to true
               string 'refused: job registry cannot be opened, fs='
                        delimited size
                      job-reg-file-fs delimited size
                 into jg-message
               end-string
               go to START-JOB-EXIT
             end-if

             move low-value to jr-job
             start job-reg-file key is not less than jr-job
               invalid key move 'EOF' to job-reg-eof
               not invalid key move space to job-reg-eof
             end-start
             if job-reg-eof not = 'EOF'
               read job-reg-file next record
                 at end move 'EOF' to job-reg-eof
               end-read
             end-if
             perform until job-reg-eof = 'EOF' or jg-refused
               perform CHECK-STALE
               if row-is-stale
                 perform CLEAR-STALE-ROW
               else
                 perform CHECK-CONFLICT
                 if jobs-conflict
                   set jg-refused to true
                   perform BUILD-HOLDER-MESSAGE
                 end-if
               end-if
               if jg-granted
                 read job-reg-file next record
                   at end move 'EOF' to job-reg-eof
                 end-read
               end-if
             end-perform

             if jg-granted
               initialize job-reg-rec
               move jg-job     to jr-job
               move wmy-pid    to jr-pid
               move wmy-host   to jr-host
               move wmy-user   to jr-user
               move wnow-stamp to jr-started
               move jg-args    to jr-args
               write job-reg-rec
                 invalid key
                   set jg-refused to true
                   move 'refused: could not enter the job registry'
                     to jg-message
               end-write
             end-if
             close job-reg-file.
       START-JOB-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FINISH-JOB  -  take this job's row off the registry, only
      *  when it is this process's own (a row another process put
      *  there after ours was cleared as stale is left alone)
      *----------------------------------------------------------------
       FINISH-JOB section.
             open i-o job-reg-file
             if job-reg-file-fs not = zero
               go to FINISH-JOB-EXIT
             end-if
             move jg-job to jr-job
             read job-reg-file
               invalid key continue
               not invalid key
                 if jr-pid = wmy-pid and jr-host = wmy-host
                   delete job-reg-file
                 end-if
             end-read
             close job-reg-file.
       FINISH-JOB-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-STALE  -  a row is stale when its process is gone
      *  from this host, or when it has been on the registry longer
      *  than any run takes (a row from another host, or a process
      *  id the system has since handed to something else)
      *----------------------------------------------------------------
       CHECK-STALE section.
             set row-is-live to true
             if jr-host = wmy-host
               move jr-pid to wpid-disp
               move space to wproc-name
               string '/proc/' delimited size
                      function trim(wpid-disp) delimited size
                 into wproc-name
               end-string
               initialize wfile-info
               call 'CBL_CHECK_FILE_EXIST' using wproc-name
                                                 wfile-info
               if return-code not = zero
                 set row-is-stale to true
                 go to CHECK-STALE-EXIT
               end-if
             end-if

             if jr-started (1:8) is numeric
                and jr-started (9:6) is numeric
               move jr-started (1:8) to wstamp-date-num
               move jr-started (9:6) to wstamp-time-num
               move wnow-date        to wnow-date-num
               move wnow-time        to wnow-time-num
               compute wage-seconds =
                  (function integer-of-date(wnow-date-num)
                   - function integer-of-date(wstamp-date-num))
                   * 86400
                  + (wnt-hh * 3600 + wnt-mm * 60 + wnt-ss)
                  - (wst-hh * 3600 + wst-mm * 60 + wst-ss)
               if wage-seconds > wstale-hours * 3600
                 set row-is-stale to true
               end-if
             else
               set row-is-stale to true
             end-if.
       CHECK-STALE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CLEAR-STALE-ROW  -  drop the row a dead run left behind,
      *  saying so on the console and in the audit trail
      *----------------------------------------------------------------
       CLEAR-STALE-ROW section.
             display 'kozukaijobguard: cleared stale entry for '
                     function trim(jr-job)
                     ' (pid ' jr-pid ', started ' jr-started ')'
             move 'kozukaijobguard' to audit-program
             move wnow-stamp to audit-timestamp
             move 'JOBSTALE' to audit-operation
             move jr-job to audit-key
             move jr-user to audit-user
             move space to audit-before-detail
             move space to audit-after-detail
             string 'pid ' delimited size
                    jr-pid delimited size
                    ' host ' delimited size
                    jr-host delimited space
                    ' started ' delimited size
                    jr-started delimited size
               into audit-before-detail
             end-string
             string 'cleared at start of ' delimited size
                    jg-job delimited space
               into audit-after-detail
             end-string
             call 'kozukaiauditwrite' using audit-rec
             delete job-reg-file
             exit.

      *----------------------------------------------------------------
      *  CHECK-CONFLICT  -  the row is this job again, or a job the
      *  conflict table pairs with it either way round
      *----------------------------------------------------------------
       CHECK-CONFLICT section.
             set jobs-compatible to true
             if jr-job = jg-job
               set jobs-conflict to true
               go to CHECK-CONFLICT-EXIT
             end-if
             perform varying i from 1 by 1
                until i > job-conflict-count or jobs-conflict
               if (jcf-job-a (i) = jr-job and jcf-job-b (i) = jg-job)
                  or (jcf-job-a (i) = jg-job
                      and jcf-job-b (i) = jr-job)
                 set jobs-conflict to true
               end-if
             end-perform.
       CHECK-CONFLICT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUILD-HOLDER-MESSAGE  -  who is in the way: the job, its
      *  process and host, when it started and under whose name
      *----------------------------------------------------------------
       BUILD-HOLDER-MESSAGE section.
             move jr-job to jg-holder-job
             move jr-pid to wpid-disp
             move space to wmsg-head
             move space to jg-message
             if jr-job = jg-job
               string 'refused: already running as pid '
                        delimited size
                      function trim(wpid-disp) delimited size
                 into wmsg-head
               end-string
             else
               string 'refused: ' delimited size
                      jr-job delimited space
                      ' is running as pid ' delimited size
                      function trim(wpid-disp) delimited size
                 into wmsg-head
               end-string
             end-if
             string function trim(wmsg-head) delimited size
                    ' on ' delimited size
                    jr-host delimited space
                    ' since ' delimited size
                    jr-started (1:8) delimited size
                    ' ' delimited size
                    jr-started (9:6) delimited size
                    ' by ' delimited size
                    jr-user delimited space
               into jg-message
             end-string
             exit.

      *----------------------------------------------------------------
      *  GET-SETTINGS  -  KOZUKAI_JOB_STALEHRS, the hours after which
      *  a registry row counts as a dead run even when its process
      *  cannot be checked from here
      *----------------------------------------------------------------
       GET-SETTINGS section.
             move 'KOZUKAI_JOB_STALEHRS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-stalehrs
             if wenv-stalehrs not = space
                and wenv-stalehrs is numeric
                and wenv-stalehrs not = '000' then
               move wenv-stalehrs to wstale-hours
             end-if
             exit.
