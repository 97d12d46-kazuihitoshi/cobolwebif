       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipurge.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Nightly retention purge - applies the retention policy
      *  master (kozukairetain.dat, kept on kozukairetainadmin.cob;
      *  a file with no row there runs on its compiled default in
      *  copy/retainseed.cob) to the files that otherwise only ever
      *  grow: the page-hit detail, the multiform captures, the
      *  soft-delete archive, the decided approval requests, the
      *  posted and dropped staging rows, the response-time
      *  capture, the login history, the import load journal and
      *  the capacity history.  Rows older than the file's keep
      *  period are removed - the age is the date the row is about
      *  (the hit, the capture, the deletion, the decision, the
      *  login, the import run, the night measured) - and, where the
      *  policy says so, first folded into kozukaipurgesum.dat per
      *  month.  A keep period of zero keeps everything; anything
      *  shorter than 30 days is taken as 30, so the capacity
      *  monitor's four-week look-back and a recent import's
      *  load-back always have their rows.  Each file is worked
      *  under the lock its writers take (kozukai_lock for the
      *  ledger-side files, counter_lock for the hit detail,
      *  multiform_lock for the captures); a lock that cannot be had
      *  skips that file until the next night.  The login history
      *  always keeps each user's latest good login, which the
      *  access review reads however old it is.
      *  Each file's outcome goes to kozukaipurgelog.dat (what
      *  kozukaicapmon.cob reports the savings from) and the audit
      *  trail, the whole run to kozukaipurge.txt, and the rows
      *  removed onto the step's row in the run history
      *  (kozukairunhist.dat) - the one the end-of-day driver
      *  opened for it, or a row of its own when run by hand.
      *  Command line: [DRYRUN] - a DRYRUN reports what would go
      *  and removes, summarizes and records nothing.
      *  The run is entered in the job registry
      *  (kozukaijobguard.cob) and refused while another copy is
      *  running.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select retain-file assign to "kozukairetain.dat"
           organization is indexed access mode is random
           record key is ret-file
           file status is retain-file-fs.
        select purge-sum-file assign to "kozukaipurgesum.dat"
           organization is indexed access mode is random
           record key is ps-key
           file status is purge-sum-file-fs.
        select purge-log-file assign to "kozukaipurgelog.dat"
           organization is indexed access mode is random
           record key is pl-key
           file status is purge-log-file-fs.
        select runhist-file assign to "kozukairunhist.dat"
           organization is indexed access mode is dynamic
           record key is rh-key
           file status is runhist-file-fs.
        select counter-detail-file assign to "counterdetail.dat"
           organization is indexed access mode is dynamic
           record key is cdet-key
           file status is counter-detail-file-fs.
        select capture-file assign to "formcapture.dat"
           organization is indexed access mode is dynamic
           record key is capture-key
           file status is capture-file-fs.
        select kozukai-history-file assign to "kozukaihistory.dat"
           organization is indexed access mode is dynamic
           record key is hist-full-key
           file status is history-file-fs.
        select pending-file assign to "kozukaipending.dat"
           organization is indexed access mode is dynamic
           record key is pend-key
           file status is pending-file-fs.
        select stage-file assign to "kozukaistage.dat"
           organization is indexed access mode is dynamic
           record key is stg-seq
           file status is stage-file-fs.
        select perf-file assign to "kozukaiperf.txt"
           organization line sequential
           file status is perf-file-fs.
        select perf-new-file assign to "kozukaiperf.tmp"
           organization line sequential
           file status is perf-new-file-fs.
        select login-hist-file assign to "kozukailoginhist.dat"
           organization is indexed access mode is dynamic
           record key is lgh-key
           file status is login-hist-file-fs.
        select loadjnl-file assign to "kozukailoadjnl.dat"
           organization is indexed access mode is dynamic
           record key is lj-key
           file status is loadjnl-file-fs.
        select caphist-file assign to "kozukaicaphist.dat"
           organization is indexed access mode is dynamic
           record key is cap-key
           file status is caphist-file-fs.
        select report-file assign to "kozukaipurge.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd retain-file.
       copy retainfile.

       fd purge-sum-file.
       copy purgesumfile.

       fd purge-log-file.
       copy purgelogfile.

       fd runhist-file.
       copy runhistfile.

       fd counter-detail-file.
       copy counterdetfile.

       fd capture-file.
       copy formcapturefile.

       fd kozukai-history-file.
       copy kozukaihistoryfile.

       fd pending-file.
       copy pendingfile.

       fd stage-file.
       copy stagefile.

       fd perf-file.
       copy perffile.

       fd perf-new-file.
       01 perf-new-rec       pic x(69).

       fd login-hist-file.
       copy loginhistfile.

       fd loadjnl-file.
       copy loadjnlfile.

       fd caphist-file.
       copy caphistfile.

       fd report-file.
       01 report-line        pic x(120).

       WORKING-STORAGE SECTION.
       copy web-lock.

       copy jobguard.

       copy auditlog.

       copy retainseed.

       77 rc                 pic s9(10) usage binary.
       01 retain-file-fs     pic 9(2).
       01 purge-sum-file-fs  pic 9(2).
       01 purge-log-file-fs  pic 9(2).
       01 runhist-file-fs    pic 9(2).
       01 counter-detail-file-fs pic 9(2).
       01 capture-file-fs    pic 9(2).
       01 history-file-fs    pic 9(2).
       01 pending-file-fs    pic 9(2).
       01 stage-file-fs      pic 9(2).
       01 perf-file-fs       pic 9(2).
       01 perf-new-file-fs   pic 9(2).
       01 login-hist-file-fs pic 9(2).
       01 loadjnl-file-fs    pic 9(2).
       01 caphist-file-fs    pic 9(2).
       01 report-file-fs     pic 9(2).
       01 purge-eof          pic x(3) value space.
       01 runhist-eof        pic x(3) value space.

       01 warg               pic x(20) value space.
       01 dryrun-flag        pic x value 'N'.
        88 is-dryrun            value 'Y'.
        88 not-dryrun           value 'N'.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wrun-time          pic x(06).
       01 wnow-stamp         pic x(14).
       01 wmy-user           pic x(20) value space.

      *  the policy each file runs on tonight: the master row when
      *  there is one, the compiled default otherwise
       01 wpol-tab.
        02 wpol-entry occurs 9.
         03 wpol-file       pic x(30).
         03 wpol-keep-days  pic 9(05).
         03 wpol-summarize  pic x(01).
         03 wpol-source     pic x(07).
       01 w                  pic 9(02) value zero.
       01 wmin-keep-days     pic 9(05) value 30.

      *  the file in hand: its cutoff (rows dated before it go) and
      *  what became of it
       01 wkeep-days         pic 9(05) value zero.
       01 wcutoff            pic x(08) value space.
       01 wdate-num          pic 9(08) value zero.
       01 wdate-int          pic 9(09) value zero.
       01 wscanned           pic 9(09) value zero.
       01 wremoved           pic 9(09) value zero.
       01 wsummarized        pic 9(09) value zero.
       01 wrec-len           pic 9(05) value zero.
       01 wbytes-before      pic 9(12) value zero.
       01 wbytes-after       pic 9(12) value zero.
       01 wbytes-saved       pic 9(12) value zero.
       01 wfile-status       pic x(08) value space.
       01 wfile-info.
          02 wfi-size        pic 9(18) binary.
          02 wfi-rest        pic x(08).
       01 wcheck-name        pic x(30) value space.
       01 wperf-name         pic x(30) value 'kozukaiperf.txt'.
       01 wperf-tmp-name     pic x(30) value 'kozukaiperf.tmp'.

      *  the run's totals
       01 wtot-removed       pic 9(09) value zero.
       01 wtot-saved         pic 9(12) value zero.

      *  the summary row the current removed row adds into
       01 wsum-ym            pic x(06) value space.
       01 wsum-group         pic x(30) value space.
       01 wsum-amount        pic s9(13) value zero.

      *  login history: each user's latest good login, gathered on
      *  a first pass so the second never removes it.  Past the
      *  table's end a user not in it keeps all their rows.
       01 wlu-tab.
        02 wlu-entry occurs 500.
         03 wlu-user        pic x(20).
         03 wlu-at          pic x(14).
         03 wlu-seq         pic 9(02).
       01 wlu-count          pic 9(04) value zero.
       01 wlu-full-flag      pic x value 'N'.
        88 wlu-is-full          value 'Y'.
       01 wlu-i              pic 9(04) value zero.
       01 wlu-cur-user       pic x(20) value space.
       01 wlu-cur-at         pic x(14) value space.
       01 wlu-cur-seq        pic 9(02) value zero.
       01 wlu-cur-known      pic x value 'N'.
        88 wlu-user-known       value 'Y'.

      *  run-history row the end-of-day driver opened for this step
       01 wrh-date           pic x(08) value space.
       01 wrh-found-date     pic x(08) value space.
       01 wrh-found-time     pic x(06) value space.

       01 wdisp-keep         pic z(4)9.
       01 wdisp-cnt          pic z(8)9.
       01 wdisp-sum          pic z(8)9.
       01 wdisp-bytes        pic z(11)9.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept warg from command-line.
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          move wnow-time to wrun-time.
          string wnow-date delimited size
                 wnow-time delimited size
            into wnow-stamp
          end-string.
          accept wmy-user from environment 'USER'.

          if warg not = space and warg not = 'DRYRUN'
            display 'usage: kozukaipurge [DRYRUN]'
            stop run
          end-if.
          if warg = 'DRYRUN'
            set is-dryrun to true
          end-if.

          perform START-JOB-GUARD.
          perform LOAD-POLICIES.

          if not-dryrun
            open i-o purge-sum-file
            if purge-sum-file-fs not = zero
              open output purge-sum-file
              close purge-sum-file
              open i-o purge-sum-file
            end-if
            open i-o purge-log-file
            if purge-log-file-fs not = zero
              open output purge-log-file
              close purge-log-file
              open i-o purge-log-file
            end-if
          end-if.

          open output report-file.
          move spaces to report-line.
          string 'RETENTION PURGE  ' delimited size
                 wnow-date           delimited size
            into report-line
          end-string.
          if is-dryrun
            move '(DRYRUN - NOTHING REMOVED)' to report-line (28:26)
          end-if.
          write report-line.
          move spaces to report-line.
          write report-line.
          move
      -   'FILE                           KEEP CUTOFF     SCANNED   REMO
      -   'VED SUMMARIZED BYTES-SAVED STATUS   POLICY'
            to report-line.
          write report-line.

          perform varying w from 1 by 1 until w > retain-seed-count
            perform PURGE-ONE-FILE
          end-perform.

          move spaces to report-line.
          write report-line.
          move wtot-removed to wdisp-cnt.
          move wtot-saved to wdisp-bytes.
          string 'TOTAL ROWS REMOVED ' delimited size
                 wdisp-cnt             delimited size
                 '   BYTES SAVED '     delimited size
                 wdisp-bytes           delimited size
            into report-line
          end-string.
          write report-line.
          close report-file.

          if not-dryrun
            close purge-sum-file
            close purge-log-file
            perform RECORD-RUN-HISTORY
          end-if.

          display 'kozukaipurge: ' wtot-removed ' row(s) removed, '
                  wtot-saved ' byte(s) saved'.
          perform FINISH-JOB-GUARD.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-POLICIES  -  the compiled defaults, then whatever the
      *  master holds for each file on top; a master that cannot be
      *  opened leaves the defaults standing
      *----------------------------------------------------------------
       LOAD-POLICIES section.
             perform varying w from 1 by 1 until w > retain-seed-count
               move rseed-file (w)      to wpol-file (w)
               move rseed-keep-days (w) to wpol-keep-days (w)
               move rseed-summarize (w) to wpol-summarize (w)
               move 'DEFAULT'           to wpol-source (w)
             end-perform
             open input retain-file
             if retain-file-fs not = zero
               go to LOAD-POLICIES-EXIT
             end-if
             perform varying w from 1 by 1 until w > retain-seed-count
               move wpol-file (w) to ret-file
               read retain-file
                 invalid key continue
                 not invalid key
                   move ret-keep-days to wpol-keep-days (w)
                   move ret-summarize to wpol-summarize (w)
                   move 'MASTER'      to wpol-source (w)
               end-read
             end-perform
             close retain-file.
       LOAD-POLICIES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-ONE-FILE  -  work out the cutoff, hand the file to its
      *  own section, then log, audit and report what it did
      *----------------------------------------------------------------
       PURGE-ONE-FILE section.
             move zero to wscanned
             move zero to wremoved
             move zero to wsummarized
             move zero to wbytes-saved
             move zero to wrec-len
             move space to wcutoff
             move 'OK' to wfile-status
             move wpol-keep-days (w) to wkeep-days

             if wkeep-days = zero
               move 'KEPT' to wfile-status
               go to PURGE-ONE-FILE-REPORT
             end-if
             if wkeep-days < wmin-keep-days
               move wmin-keep-days to wkeep-days
             end-if
             move wnow-date to wdate-num
             compute wdate-int = function integer-of-date(wdate-num)
             compute wdate-num =
                function date-of-integer(wdate-int - wkeep-days)
             move wdate-num to wcutoff

             move wpol-file (w) to wcheck-name
             initialize wfile-info
             call 'CBL_CHECK_FILE_EXIST' using wcheck-name
                                               wfile-info
             if return-code not = zero
               move zero to return-code
               move 'NOFILE' to wfile-status
               go to PURGE-ONE-FILE-REPORT
             end-if
             move wfi-size to wbytes-before

             if is-dryrun
               set lc-lock-share to true
             else
               set lc-lock-exclusive to true
             end-if
             evaluate wpol-file (w)
               when 'counterdetail.dat'
                 perform PURGE-COUNTERDETAIL
               when 'formcapture.dat'
                 perform PURGE-FORMCAPTURE
               when 'kozukaihistory.dat'
                 perform PURGE-HISTORY
               when 'kozukaipending.dat'
                 perform PURGE-PENDING
               when 'kozukaistage.dat'
                 perform PURGE-STAGE
               when 'kozukaiperf.txt'
                 perform PURGE-PERF
               when 'kozukailoginhist.dat'
                 perform PURGE-LOGINHIST
               when 'kozukailoadjnl.dat'
                 perform PURGE-LOADJNL
               when 'kozukaicaphist.dat'
                 perform PURGE-CAPHIST
             end-evaluate

      *      an indexed file keeps its pages until it is rebuilt, so
      *      its saving is what the removed rows took up; the line
      *      file is rewritten and measured again
             if wpol-file (w) not = 'kozukaiperf.txt'
               compute wbytes-saved = wremoved * wrec-len
             end-if
             add wremoved     to wtot-removed
             add wbytes-saved to wtot-saved.
       PURGE-ONE-FILE-REPORT.
             if not-dryrun
               perform WRITE-PURGE-LOG
               if wremoved > zero
                 perform AUDIT-PURGE
               end-if
             end-if
             move spaces to report-line
             move wpol-file (w) to report-line (1:30)
             move wpol-keep-days (w) to wdisp-keep
             move wdisp-keep to report-line (31:5)
             move wcutoff to report-line (37:8)
             move wscanned to wdisp-cnt
             move wdisp-cnt to report-line (46:9)
             move wremoved to wdisp-cnt
             move wdisp-cnt to report-line (56:9)
             move wsummarized to wdisp-cnt
             move wdisp-cnt to report-line (67:9)
             move wbytes-saved to wdisp-bytes
             move wdisp-bytes to report-line (76:12)
             move wfile-status to report-line (89:8)
             move wpol-source (w) to report-line (98:7)
             if wpol-summarize (w) = 'Y'
               move '+SUM' to report-line (105:4)
             end-if
             write report-line
             exit.

      *----------------------------------------------------------------
      *  TAKE-LOCK  -  the named web lock for the file in hand; one
      *  that is not free within the timeout skips the file tonight
      *----------------------------------------------------------------
       TAKE-LOCK section.
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero
               move 'LOCKED' to wfile-status
               display 'kozukaipurge: ' function trim(lc-lock-file)
                       ' busy, skipped ' wpol-file (w)
             end-if
             exit.

      *----------------------------------------------------------------
      *  PURGE-COUNTERDETAIL  -  page hits older than the cutoff,
      *  summarized per page
      *----------------------------------------------------------------
       PURGE-COUNTERDETAIL section.
             move 'counter_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-COUNTERDETAIL-EXIT
             end-if
             open i-o counter-detail-file
             if counter-detail-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-COUNTERDETAIL-EXIT
             end-if
             move length of counter-det-rec to wrec-len
             move space to purge-eof
             read counter-detail-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if cdet-date < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move cdet-date (1:6) to wsum-ym
                   move cdet-page to wsum-group
                   move zero to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete counter-detail-file
                 end-if
               end-if
               read counter-detail-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close counter-detail-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-COUNTERDETAIL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-FORMCAPTURE  -  multiform submissions captured before
      *  the cutoff
      *----------------------------------------------------------------
       PURGE-FORMCAPTURE section.
             move 'multiform_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-FORMCAPTURE-EXIT
             end-if
             open i-o capture-file
             if capture-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-FORMCAPTURE-EXIT
             end-if
             move length of capture-rec to wrec-len
             move space to purge-eof
             read capture-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if capture-stamp (1:8) < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move capture-stamp (1:6) to wsum-ym
                   move 'SUBMISSION' to wsum-group
                   move zero to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete capture-file
                 end-if
               end-if
               read capture-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close capture-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-FORMCAPTURE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-HISTORY  -  soft-deleted ledger rows deleted before
      *  the cutoff, summarized per category in the month the row
      *  was dated
      *----------------------------------------------------------------
       PURGE-HISTORY section.
             move 'kozukai_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-HISTORY-EXIT
             end-if
             open i-o kozukai-history-file
             if history-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-HISTORY-EXIT
             end-if
             move length of kozukai-history-rec to wrec-len
             move space to purge-eof
             read kozukai-history-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if hist-deleted-at (1:8) < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move hist-date-rec (1:6) to wsum-ym
                   move hist-category to wsum-group
                   move hist-money to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete kozukai-history-file
                 end-if
               end-if
               read kozukai-history-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close kozukai-history-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-PENDING  -  approval requests decided before the
      *  cutoff; a request still waiting is never touched
      *----------------------------------------------------------------
       PURGE-PENDING section.
             move 'kozukai_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-PENDING-EXIT
             end-if
             open i-o pending-file
             if pending-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-PENDING-EXIT
             end-if
             move length of pending-rec to wrec-len
             move space to purge-eof
             read pending-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if (pend-is-approved or pend-is-rejected)
                  and pend-updated (1:8) < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move pend-updated (1:6) to wsum-ym
                   if pend-is-approved
                     move 'APPROVED' to wsum-group
                   else
                     move 'REJECTED' to wsum-group
                   end-if
                   move pend-money to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete pending-file
                 end-if
               end-if
               read pending-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close pending-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-PENDING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-STAGE  -  staged import rows posted or dropped before
      *  the cutoff; a row still awaiting review is never touched
      *----------------------------------------------------------------
       PURGE-STAGE section.
             move 'kozukai_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-STAGE-EXIT
             end-if
             open i-o stage-file
             if stage-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-STAGE-EXIT
             end-if
             move length of stage-rec to wrec-len
             move space to purge-eof
             read stage-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if (stg-is-posted or stg-is-dropped)
                  and stg-updated (1:8) < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move stg-updated (1:6) to wsum-ym
                   if stg-is-posted
                     move 'POSTED' to wsum-group
                   else
                     move 'DROPPED' to wsum-group
                   end-if
                   move stg-money to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete stage-file
                 end-if
               end-if
               read stage-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close stage-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-STAGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-PERF  -  the response-time capture is a line file, so
      *  the rows from the cutoff on are copied to a new file that
      *  then replaces it.  The CGIs append to it after letting go
      *  of their locks, so no lock covers it: a request finishing
      *  in the moment between the copy and the swap loses its one
      *  timing row, nothing more.
      *----------------------------------------------------------------
       PURGE-PERF section.
             open input perf-file
             if perf-file-fs not = zero
               move 'NOFILE' to wfile-status
               go to PURGE-PERF-EXIT
             end-if
             if not-dryrun
               open output perf-new-file
               if perf-new-file-fs not = zero
                 close perf-file
                 move 'FAILED' to wfile-status
                 display 'kozukaipurge: ' wperf-tmp-name
                         ' cannot be written, fs=' perf-new-file-fs
                 go to PURGE-PERF-EXIT
               end-if
             end-if
             move space to purge-eof
             read perf-file
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if perf-date < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move perf-date (1:6) to wsum-ym
                   move perf-program to wsum-group
                   move perf-elapsed to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
               else
                 if not-dryrun
                   write perf-new-rec from perf-rec
                 end-if
               end-if
               read perf-file
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close perf-file
             if is-dryrun
               compute wbytes-saved = wremoved * length of perf-rec
               go to PURGE-PERF-EXIT
             end-if
             close perf-new-file

             if wremoved = zero
               call 'CBL_DELETE_FILE' using wperf-tmp-name
               go to PURGE-PERF-EXIT
             end-if
             call 'CBL_RENAME_FILE' using wperf-tmp-name wperf-name
             move zero to wbytes-after
             initialize wfile-info
             call 'CBL_CHECK_FILE_EXIST' using wperf-name wfile-info
             if return-code = zero
               move wfi-size to wbytes-after
             end-if
             move zero to return-code
             if wbytes-before > wbytes-after
               compute wbytes-saved = wbytes-before - wbytes-after
             end-if.
       PURGE-PERF-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-LOGINHIST  -  login tries before the cutoff, except
      *  each user's latest good login; summarized per user, the
      *  failed tries as the total
      *----------------------------------------------------------------
       PURGE-LOGINHIST section.
             move 'kozukai_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-LOGINHIST-EXIT
             end-if
             open i-o login-hist-file
             if login-hist-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-LOGINHIST-EXIT
             end-if
             move length of login-hist-rec to wrec-len

      *      first pass - the rows read back per user in time order,
      *      so a user's last good row seen is the latest
             move zero to wlu-count
             move 'N' to wlu-full-flag
             move space to purge-eof
             read login-hist-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               if lgh-success
                 if wlu-count > zero
                    and wlu-user (wlu-count) = lgh-user
                   move lgh-at  to wlu-at (wlu-count)
                   move lgh-seq to wlu-seq (wlu-count)
                 else
                   if wlu-count < 500
                     add 1 to wlu-count
                     move lgh-user to wlu-user (wlu-count)
                     move lgh-at   to wlu-at (wlu-count)
                     move lgh-seq  to wlu-seq (wlu-count)
                   else
                     set wlu-is-full to true
                   end-if
                 end-if
               end-if
               read login-hist-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform

      *      second pass - from the top again
             move low-value to lgh-key
             move space to wlu-cur-user
             move space to purge-eof
             start login-hist-file key is not less than lgh-key
               invalid key move 'EOF' to purge-eof
             end-start
             if purge-eof not = 'EOF'
               read login-hist-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-if
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if lgh-user not = wlu-cur-user
                 perform FIND-LATEST-LOGIN
               end-if
               if lgh-at (1:8) < wcutoff
                  and (wlu-user-known or not wlu-is-full)
                  and not (lgh-at = wlu-cur-at
                           and lgh-seq = wlu-cur-seq)
                 if wpol-summarize (w) = 'Y'
                   move lgh-at (1:6) to wsum-ym
                   move lgh-user to wsum-group
                   move zero to wsum-amount
                   if lgh-failure
                     move 1 to wsum-amount
                   end-if
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete login-hist-file
                 end-if
               end-if
               read login-hist-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close login-hist-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-LOGINHIST-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-LATEST-LOGIN  -  the kept row for the user now read;
      *  a user with no good login keeps nothing back
      *----------------------------------------------------------------
       FIND-LATEST-LOGIN section.
             move lgh-user to wlu-cur-user
             move space to wlu-cur-at
             move zero to wlu-cur-seq
             move 'N' to wlu-cur-known
             perform varying wlu-i from 1 by 1
                until wlu-i > wlu-count or wlu-user-known
               if wlu-user (wlu-i) = lgh-user
                 move wlu-at (wlu-i)  to wlu-cur-at
                 move wlu-seq (wlu-i) to wlu-cur-seq
                 set wlu-user-known to true
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  PURGE-LOADJNL  -  import load journal rows of runs made
      *  before the cutoff, summarized per run; those runs can no
      *  longer be loaded back
      *----------------------------------------------------------------
       PURGE-LOADJNL section.
             move 'kozukai_lock' to lc-lock-file
             perform TAKE-LOCK
             if wfile-status = 'LOCKED'
               go to PURGE-LOADJNL-EXIT
             end-if
             open i-o loadjnl-file
             if loadjnl-file-fs not = zero
               move 'NOFILE' to wfile-status
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to PURGE-LOADJNL-EXIT
             end-if
             move length of loadjnl-rec to wrec-len
             move space to purge-eof
             read loadjnl-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if lj-run-id (1:8) < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move lj-run-id (1:6) to wsum-ym
                   move lj-run-id to wsum-group
                   move lj-money to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete loadjnl-file
                 end-if
               end-if
               read loadjnl-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close loadjnl-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       PURGE-LOADJNL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PURGE-CAPHIST  -  capacity history nights before the
      *  cutoff.  Only the capacity monitor writes it, once a night,
      *  so it takes no lock.
      *----------------------------------------------------------------
       PURGE-CAPHIST section.
             open i-o caphist-file
             if caphist-file-fs not = zero
               move 'NOFILE' to wfile-status
               go to PURGE-CAPHIST-EXIT
             end-if
             move length of caphist-rec to wrec-len
             move space to purge-eof
             read caphist-file next record
               at end move 'EOF' to purge-eof
             end-read
             perform until purge-eof = 'EOF'
               add 1 to wscanned
               if cap-date < wcutoff
                 if wpol-summarize (w) = 'Y'
                   move cap-date (1:6) to wsum-ym
                   move cap-filename to wsum-group
                   move zero to wsum-amount
                   perform ADD-SUMMARY
                 end-if
                 add 1 to wremoved
                 if not-dryrun
                   delete caphist-file
                 end-if
               end-if
               read caphist-file next record
                 at end move 'EOF' to purge-eof
               end-read
             end-perform
             close caphist-file.
       PURGE-CAPHIST-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-SUMMARY  -  fold the row about to go into its month's
      *  summary row (wsum-ym / wsum-group / wsum-amount set by the
      *  caller); a DRYRUN only counts it
      *----------------------------------------------------------------
       ADD-SUMMARY section.
             add 1 to wsummarized
             if is-dryrun or purge-sum-file-fs not = zero
               go to ADD-SUMMARY-EXIT
             end-if
             move wpol-file (w) to ps-file
             move wsum-ym       to ps-ym
             move wsum-group    to ps-group
             read purge-sum-file
               invalid key
                 move 1           to ps-count
                 move wsum-amount to ps-amount
                 move wnow-stamp  to ps-updated
                 write purge-sum-rec
                   invalid key continue
                 end-write
               not invalid key
                 add 1           to ps-count
                 add wsum-amount to ps-amount
                 move wnow-stamp to ps-updated
                 rewrite purge-sum-rec
                   invalid key continue
                 end-rewrite
             end-read.
       ADD-SUMMARY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-PURGE-LOG  -  tonight's row for the file in hand; a
      *  second run the same day replaces it
      *----------------------------------------------------------------
       WRITE-PURGE-LOG section.
             if purge-log-file-fs not = zero
               go to WRITE-PURGE-LOG-EXIT
             end-if
             initialize purge-log-rec
             move wnow-date          to pl-date
             move wpol-file (w)      to pl-file
             move wpol-keep-days (w) to pl-keep-days
             move wcutoff            to pl-cutoff
             move wscanned           to pl-scanned
             move wremoved           to pl-removed
             move wsummarized        to pl-summarized
             move wbytes-saved       to pl-bytes-saved
             move wfile-status       to pl-status
             move wnow-stamp         to pl-updated
             write purge-log-rec
               invalid key
                 rewrite purge-log-rec
                   invalid key continue
                 end-rewrite
             end-write.
       WRITE-PURGE-LOG-EXIT.
             exit.

      *----------------------------------------------------------------
      *  AUDIT-PURGE  -  one audit line per file that lost rows: the
      *  policy it ran on before, what went after
      *----------------------------------------------------------------
       AUDIT-PURGE section.
             move 'kozukaipurge' to audit-program
             move wnow-stamp to audit-timestamp
             move 'PURGE' to audit-operation
             move wpol-file (w) to audit-key
             move wmy-user to audit-user
             move space to audit-before-detail
             move space to audit-after-detail
             move wpol-keep-days (w) to wdisp-keep
             string 'keep ' delimited size
                    function trim(wdisp-keep) delimited size
                    ' days, cutoff ' delimited size
                    wcutoff delimited size
                    ', ' delimited size
                    wpol-source (w) delimited space
               into audit-before-detail
             end-string
             move wremoved to wdisp-cnt
             move wsummarized to wdisp-sum
             string 'removed ' delimited size
                    function trim(wdisp-cnt) delimited size
                    ', summarized ' delimited size
                    function trim(wdisp-sum) delimited size
               into audit-after-detail
             end-string
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  RECORD-RUN-HISTORY  -  the rows removed onto this step's
      *  run-history row: the RUNNING row the end-of-day driver
      *  wrote as it launched the step (today's, or yesterday's for
      *  a run that started before midnight), which it completes in
      *  place and keeps the count on; run by hand, with no such
      *  row, the purge writes its own
      *----------------------------------------------------------------
       RECORD-RUN-HISTORY section.
             open i-o runhist-file
             if runhist-file-fs not = zero
               open output runhist-file
               close runhist-file
               open i-o runhist-file
             end-if
             if runhist-file-fs not = zero
               go to RECORD-RUN-HISTORY-EXIT
             end-if
             move space to wrh-found-time
             move wnow-date to wrh-date
             perform FIND-RUNNING-ROW
             if wrh-found-time = space
               move wnow-date to wdate-num
               compute wdate-int =
                  function integer-of-date(wdate-num)
               compute wdate-num =
                  function date-of-integer(wdate-int - 1)
               move wdate-num to wrh-date
               perform FIND-RUNNING-ROW
             end-if

             accept wnow-time from time
             if wrh-found-time not = space
               move wrh-found-date to rh-run-date
               move 'kozukaipurge' to rh-step
               move wrh-found-time to rh-start-time
               read runhist-file
                 invalid key continue
                 not invalid key
                   move wtot-removed to rh-records
                   string wnow-date delimited size
                          wnow-time delimited size
                     into rh-updated
                   end-string
                   rewrite runhist-rec
                     invalid key continue
                   end-rewrite
               end-read
             else
               initialize runhist-rec
               move wnow-date to rh-run-date
               move 'kozukaipurge' to rh-step
               move wrun-time to rh-start-time
               move wnow-time to rh-end-time
               move 'OK' to rh-status
               move zero to rh-return-code
               move wtot-removed to rh-records
               string wnow-date delimited size
                      wnow-time delimited size
                 into rh-updated
               end-string
               write runhist-rec
                 invalid key rewrite runhist-rec
               end-write
             end-if
             close runhist-file.
       RECORD-RUN-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-RUNNING-ROW  -  the latest RUNNING row of this step on
      *  wrh-date, left in wrh-found-date / wrh-found-time
      *----------------------------------------------------------------
       FIND-RUNNING-ROW section.
             move wrh-date to rh-run-date
             move 'kozukaipurge' to rh-step
             move low-value to rh-start-time
             move space to runhist-eof
             start runhist-file key is not less than rh-key
               invalid key move 'EOF' to runhist-eof
             end-start
             if runhist-eof not = 'EOF'
               read runhist-file next record
                 at end move 'EOF' to runhist-eof
               end-read
             end-if
             perform until runhist-eof = 'EOF'
                or rh-run-date not = wrh-date
                or rh-step not = 'kozukaipurge'
               if rh-running
                 move rh-run-date   to wrh-found-date
                 move rh-start-time to wrh-found-time
               end-if
               read runhist-file next record
                 at end move 'EOF' to runhist-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  START-JOB-GUARD  -  enter this run in the job registry
      *  (kozukaijobguard.cob) before anything is touched; another
      *  copy of this job already running stops this one here with
      *  the holder named
      *----------------------------------------------------------------
       START-JOB-GUARD section.
             set jg-start to true
             move 'kozukaipurge' to jg-job
             move warg to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukaipurge: ' function trim(jg-message)
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
