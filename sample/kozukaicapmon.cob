      *  beyond KOZUKAI_CAP_GROWTH_PCT percent (25 if not set), and
      *  free disk under KOZUKAI_DISK_FLOOR_MB megabytes (500 if not
      *  set, measured by running df over the data directory).
      *  It closes with the retention savings: rows removed and
      *  bytes saved per file by the nightly purge
      *  (kozukaipurge.cob) over the last seven days, off its log
      *  kozukaipurgelog.dat.
      *  Output: kozukaicapmon.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
        select line-count-file assign to wwatch-name
           organization line sequential
           file status is line-file-fs.
        select purge-log-file assign to "kozukaipurgelog.dat"
           organization is indexed access mode is dynamic
           record key is pl-key
           file status is purge-log-file-fs.
        select df-file assign to "kozukaicapdf.tmp"
           organization line sequential
           file status is df-file-fs.
       fd line-count-file.
       01 line-count-rec     pic x(500).

       fd purge-log-file.
       copy purgelogfile.

       fd df-file.
       01 df-line            pic x(120).

       01 caphist-file-fs    pic 9(2).
       01 line-file-fs       pic 9(2).
       01 df-file-fs         pic 9(2).
       01 purge-log-file-fs  pic 9(2).
       01 purge-log-eof      pic x(3) value space.
       01 report-file-fs     pic 9(2).
       01 line-eof           pic x(3) value space.
       01 df-eof             pic x(3) value space.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'kozukainotify.txt'.
          02 filler pic x(01) value 'L'.
      *   the files the retention purge keeps in check, so its
      *   effect shows in the growth columns
          02 filler pic x(30) value 'counterdetail.dat'.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'formcapture.dat'.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'kozukaipending.dat'.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'kozukaistage.dat'.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'kozukaiperf.txt'.
          02 filler pic x(01) value 'L'.
          02 filler pic x(30) value 'kozukailoginhist.dat'.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'kozukailoadjnl.dat'.
          02 filler pic x(01) value ' '.
          02 filler pic x(30) value 'kozukaicaphist.dat'.
          02 filler pic x(01) value ' '.
       01 wwatch-tab redefines wwatch-list.
          02 wwatch-entry occurs 16.
             03 wwatch-file pic x(30).
             03 wwatch-kind pic x(01).
       01 wwatch-count       pic 9(02) value 16.
       01 w                  pic 9(02).

       01 wwatch-name        pic x(30) value space.
       01 wdisp3             pic -(11)9.
       01 wdisp-rec          pic z(8)9.

      *  retention savings, per file over the last seven purge runs
       01 wsav-tab.
          02 wsav-entry occurs 20.
             03 wsav-file    pic x(30).
             03 wsav-rows    pic 9(09).
             03 wsav-bytes   pic 9(12).
       01 wsav-count         pic 9(02) value zero.
       01 wsav-i             pic 9(02) value zero.
       01 wsav-tot-rows      pic 9(09) value zero.
       01 wsav-tot-bytes     pic 9(12) value zero.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          move wdate-num to wmonth-date.

          move 100 to wmax-mb.
          move 'KOZUKAI_CAP_MAX_MB' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-maxmb.
          if wenv-maxmb not = space and wenv-maxmb numeric
            move wenv-maxmb to wmax-mb
          end-if.
          move 25 to wgrow-pct.
          move 'KOZUKAI_CAP_GROWTH_PCT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-growpct.
          if wenv-growpct not = space and wenv-growpct numeric
            move wenv-growpct to wgrow-pct
          end-if.
          move 500 to wfloor-mb.
          move 'KOZUKAI_DISK_FLOOR_MB' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-floormb.
          if wenv-floormb not = space and wenv-floormb numeric
            move wenv-floormb to wfloor-mb
          end-if.
          end-perform.

          perform CHECK-DISK-FREE.
          perform REPORT-RETENTION-SAVINGS.

          move spaces to report-line.
          write report-line.
             end-if.
       CHECK-DISK-FREE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REPORT-RETENTION-SAVINGS  -  the purge log rows dated after
      *  the week-ago date, added up per file: rows removed and the
      *  bytes that freed (for an indexed file, the space its next
      *  rebuild by kozukaireorg.cob gives back)
      *----------------------------------------------------------------
       REPORT-RETENTION-SAVINGS section.
             move spaces to report-line
             write report-line
             move 'RETENTION SAVINGS (LAST 7 DAYS)' to report-line
             write report-line
             move zero to wsav-count
             move zero to wsav-tot-rows
             move zero to wsav-tot-bytes
             open input purge-log-file
             if purge-log-file-fs not = zero
               move spaces to report-line
               move 'NO PURGE HISTORY' to report-line
               write report-line
               go to REPORT-RETENTION-SAVINGS-EXIT
             end-if
             move wweek-date to pl-date
             move high-value to pl-file
             move space to purge-log-eof
             start purge-log-file key is greater than pl-key
               invalid key move 'EOF' to purge-log-eof
             end-start
             if purge-log-eof not = 'EOF'
               read purge-log-file next record
                 at end move 'EOF' to purge-log-eof
               end-read
             end-if
             perform until purge-log-eof = 'EOF'
               perform ADD-SAVINGS-ROW
               read purge-log-file next record
                 at end move 'EOF' to purge-log-eof
               end-read
             end-perform
             close purge-log-file

             move spaces to report-line
             move
      -     'FILE                           ROWS-REMOVED   BYTES-SAVED'
               to report-line
             write report-line
             perform varying wsav-i from 1 by 1
                until wsav-i > wsav-count
               move spaces to report-line
               move wsav-file (wsav-i) to report-line (1:30)
               move wsav-rows (wsav-i) to wdisp-rec
               move wdisp-rec to report-line (35:9)
               move wsav-bytes (wsav-i) to wdisp1
               move wdisp1 to report-line (46:12)
               write report-line
             end-perform
             move spaces to report-line
             move 'TOTAL' to report-line (1:30)
             move wsav-tot-rows to wdisp-rec
             move wdisp-rec to report-line (35:9)
             move wsav-tot-bytes to wdisp1
             move wdisp1 to report-line (46:12)
             write report-line.
       REPORT-RETENTION-SAVINGS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-SAVINGS-ROW  -  one purge log row into its file's line
      *----------------------------------------------------------------
       ADD-SAVINGS-ROW section.
             perform varying wsav-i from 1 by 1
                until wsav-i > wsav-count
                   or wsav-file (wsav-i) = pl-file
               continue
             end-perform
             if wsav-i > wsav-count
               if wsav-count >= 20
                 go to ADD-SAVINGS-ROW-EXIT
               end-if
               add 1 to wsav-count
               move wsav-count to wsav-i
               move pl-file to wsav-file (wsav-i)
               move zero to wsav-rows (wsav-i)
               move zero to wsav-bytes (wsav-i)
             end-if
             add pl-removed     to wsav-rows (wsav-i)
             add pl-bytes-saved to wsav-bytes (wsav-i)
             add pl-removed     to wsav-tot-rows
             add pl-bytes-saved to wsav-tot-bytes.
       ADD-SAVINGS-ROW-EXIT.
             exit.
