      *  month's hits, each with its trend against the prior month,
      *  and a day-of-week profile folded from the daily rows.  The
      *  data has been collected all along; this finally reads it.
      *  Crawler hits, tallied apart in counterbot.dat, stand beside
      *  the human figures per page and per day.  The HOUR rows
      *  (YYMMDDHH) fold into an hour-by-weekday heat table, the
      *  guide to when a batch window or a reorg disturbs nobody.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
        select report-file assign to "counterreport.txt"
           organization line sequential
           file status is report-file-fs.
        select bot-counter-file assign to "counterbot.dat"
           organization is indexed
           access mode is sequential
           record key is bot-counter-full-key
           file status is bot-counter-file-fs.
        select counter-detail-file assign to "counterdetail.dat"
           organization is indexed
           access mode is sequential
       fd counter-detail-file.
       copy counterdetfile.

       fd bot-counter-file.
       01 bot-counter-rec.
         02 bot-counter-full-key.
           03 bot-counter-key    pic x(20).
           03 bot-counter-period pic x(8).
         02 bot-counter-dat    pic  9(12).

       WORKING-STORAGE SECTION.
       01 counter-file-fs    pic 9(2).
       01 report-file-fs     pic 9(2).
         03 pg-name           pic x(20).
         03 pg-hits           pic 9(12).
         03 pg-prior          pic 9(12).
         03 pg-bot            pic 9(12).
       01 page-count          pic 9(03) value zero.
       01 page-over-flag      pic x value 'N'.
        88 page-table-over      value 'Y'.
       01 wswap-name          pic x(20).
       01 wswap-hits          pic 9(12).
       01 wswap-prior         pic 9(12).
       01 wswap-bot           pic 9(12).
       01 wfind-key           pic x(20).

      *  crawler tally working storage (see FOLD-BOT-FILE)
       01 bot-counter-file-fs pic 9(2).
       01 bot-counter-eof     pic x(3) value space.
       01 day-bots-tab.
        02 day-bots occurs 31 pic 9(09).
       01 wmonth-bots         pic 9(09) value zero.
       01 wdisp-bots          pic zzzzzzzzzz9.

      *  day-of-week profile from the daily rows; slot 1 is the
      *  integer-of-date epoch day 1970-01-01, a Thursday
       01 wmonth-uniq         pic 9(09) value zero.
       01 wdisp-uniq          pic zzzzzz9.

      *  hour-by-weekday heat table (see WRITE-HOUR-HEAT) off the
      *  HOUR rows counter.cob keeps; weekday 1 is Monday
       01 hour-heat-tab.
        02 hour-row occurs 24.
         03 hour-cell occurs 7 pic 9(09).
         03 hour-total        pic 9(09).
       01 hh                  pic 9(02) value zero.
       01 wiso-dow            pic 9(01) value zero.
       01 wmonth-hours        pic 9(09) value zero.
       01 wquiet-hh           pic 9(02) value zero.
       01 wdisp-cell          pic zzzzzz9.
       01 wdisp-hh            pic 9(02).
       01 wiso-name-list.
          02 filler pic x(3) value 'MON'.
          02 filler pic x(3) value 'TUE'.
          02 filler pic x(3) value 'WED'.
          02 filler pic x(3) value 'THU'.
          02 filler pic x(3) value 'FRI'.
          02 filler pic x(3) value 'SAT'.
          02 filler pic x(3) value 'SUN'.
       01 wiso-name-tab redefines wiso-name-list.
          02 wiso-name occurs 7 pic x(3).

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move space to page-table.
          move zero to dow-totals.
          move zero to hour-heat-tab.
          compute wepoch-int = function integer-of-date(19700101).

          open input counter-file.
          end-perform.
          close counter-file.

          move zero to day-bots-tab.
          perform FOLD-BOT-FILE.

          perform RANK-PAGES.

          perform FOLD-DETAIL-FILE.
          open output report-file.
          perform WRITE-REPORT.
          perform WRITE-VISITORS.
          perform WRITE-HOUR-HEAT.
          perform WRITE-SOURCES.
          close report-file.

          stop run.

      *----------------------------------------------------------------
      *  FOLD-BOT-FILE  -  the crawler tally's monthly rows of the
      *  target month beside each page's human hits, and its daily
      *  rows beside the day's; no bot file yet leaves them zero
      *----------------------------------------------------------------
       FOLD-BOT-FILE section.
             open input bot-counter-file
             if bot-counter-file-fs not = zero
               go to FOLD-BOT-FILE-EXIT
             end-if
             move space to bot-counter-eof
             read bot-counter-file next record
               at end move 'EOF' to bot-counter-eof
             end-read
             perform until bot-counter-eof = 'EOF'
               if bot-counter-period (1:4) = wtarget-yymm
                  and bot-counter-period (5:4) = space
                 move bot-counter-key to wfind-key
                 perform FIND-OR-ADD-PAGE
                 if k > zero
                   add bot-counter-dat to pg-bot (k)
                 end-if
                 add bot-counter-dat to wmonth-bots
               end-if
               if bot-counter-period (1:6) numeric
                  and bot-counter-period (7:2) = space
                  and bot-counter-period (1:4) = wtarget-yymm
                 move bot-counter-period (5:2) to wdd
                 if wdd >= 1 and wdd <= 31
                   add bot-counter-dat to day-bots (wdd)
                 end-if
               end-if
               read bot-counter-file next record
                 at end move 'EOF' to bot-counter-eof
               end-read
             end-perform
             close bot-counter-file.
       FOLD-BOT-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-DETAIL-FILE  -  every captured hit of the target month
      *  into the referrer table and the search/direct and
               end-if
             end-if

      *      the tally the hit went into decides; only a row from
      *      before the crawler master falls back to the agent sniff
             move 'N' to source-hit-flag
             if cdet-class = 'B'
               move 'Y' to source-hit-flag
             end-if
             perform varying wsc-p from 1 by 1
                until wsc-p > 75 or source-hit-flag = 'Y'
                   or cdet-class = 'H'
               if cdet-agent (wsc-p:3) = 'bot'
                  or cdet-agent (wsc-p:3) = 'Bot'
                  or cdet-agent (wsc-p:6) = 'spider'
             move 'DAILY UNIQUE VISITORS VS RAW HITS'
               to report-line
             write report-line
             if wmonth-uniq = zero and wmonth-bots = zero
               move 'NO VISITOR-COOKIE DATA THIS MONTH'
                 to report-line
               write report-line
               go to WRITE-VISITORS-EXIT
             end-if
             move 'DAY     HITS  UNIQUE     BOTS' to report-line
             write report-line
             perform varying wdd from 1 by 1 until wdd > 31
               if day-hits (wdd) > zero or day-uniq (wdd) > zero
                  or day-bots (wdd) > zero
                 move day-hits (wdd) to wdisp-uniq
                 move spaces to report-line
                 move wdd to report-line (1:2)
                 move wdisp-uniq to report-line (5:7)
                 move day-uniq (wdd) to wdisp-uniq
                 move wdisp-uniq to report-line (13:7)
                 move day-bots (wdd) to wdisp-uniq
                 move wdisp-uniq to report-line (22:7)
                 write report-line
               end-if
             end-perform
      *  day-of-week profile (daily rows inside the target month)
      *----------------------------------------------------------------
       FOLD-COUNTER-ROW section.
             move counter-key to wfind-key
             if counter-key = 'HOUR'
               perform FOLD-HOUR-ROW
               go to FOLD-COUNTER-ROW-EXIT
             end-if
             if counter-period (1:4) = wtarget-yymm
                and counter-period (5:4) = space
               perform FIND-OR-ADD-PAGE
             exit.

      *----------------------------------------------------------------
      *  FOLD-HOUR-ROW  -  an HOUR row (YYMMDDHH) inside the target
      *  month into its hour and weekday cell of the heat table
      *----------------------------------------------------------------
       FOLD-HOUR-ROW section.
             if counter-period (1:8) not numeric
                or counter-period (1:4) not = wtarget-yymm
               go to FOLD-HOUR-ROW-EXIT
             end-if
             move counter-period (7:2) to hh
             if hh > 23
               go to FOLD-HOUR-ROW-EXIT
             end-if
             compute wday-date8 =
                20000000 + function numval(counter-period (1:6))
             compute wday-int =
                function integer-of-date(wday-date8)
             compute wiso-dow =
                function mod(wday-int - wepoch-int + 3, 7) + 1
             add counter-dat to hour-cell (hh + 1, wiso-dow)
             add counter-dat to hour-total (hh + 1)
             add counter-dat to wmonth-hours.
       FOLD-HOUR-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-HOUR-HEAT  -  the month's hits by clock hour down and
      *  weekday across, each hour's total at the end of its line,
      *  then the quietest hour of the day
      *----------------------------------------------------------------
       WRITE-HOUR-HEAT section.
             move spaces to report-line
             write report-line
             move 'HOUR-BY-WEEKDAY PROFILE (PEOPLE ONLY)'
               to report-line
             write report-line
             if wmonth-hours = zero
               move 'NO HOURLY DATA THIS MONTH' to report-line
               write report-line
               go to WRITE-HOUR-HEAT-EXIT
             end-if
             move spaces to report-line
             move 'HH' to report-line (1:2)
             perform varying wiso-dow from 1 by 1 until wiso-dow > 7
               compute i = wiso-dow * 8
               move wiso-name (wiso-dow) to report-line (i:3)
             end-perform
             move 'TOTAL' to report-line (65:5)
             write report-line

             move 1 to wquiet-hh
             perform varying hh from 1 by 1 until hh > 24
               move spaces to report-line
               compute wdisp-hh = hh - 1
               move wdisp-hh to report-line (1:2)
               perform varying wiso-dow from 1 by 1
                  until wiso-dow > 7
                 compute i = wiso-dow * 8 - 4
                 move hour-cell (hh, wiso-dow) to wdisp-cell
                 move wdisp-cell to report-line (i:7)
               end-perform
               move hour-total (hh) to wdisp-cell
               move wdisp-cell to report-line (63:7)
               write report-line
               if hour-total (hh) < hour-total (wquiet-hh)
                 move hh to wquiet-hh
               end-if
             end-perform

             move spaces to report-line
             write report-line
             compute wdisp-hh = wquiet-hh - 1
             move hour-total (wquiet-hh) to wdisp-cell
             move spaces to report-line
             string 'QUIETEST HOUR  ' delimited size
                    wdisp-hh          delimited size
                    ':00  HITS'       delimited size
                    wdisp-cell        delimited size
               into report-line
             end-string
             write report-line.
       WRITE-HOUR-HEAT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-OR-ADD-PAGE  -  locate wfind-key in page-table (adding
      *  it when first seen), returning its slot in k
      *----------------------------------------------------------------
       FIND-OR-ADD-PAGE section.
             move zero to k
             perform varying i from 1 by 1 until i > page-count
               if pg-name (i) = wfind-key
                 move i to k
                 exit perform
               end-if
               end-if
               add 1 to page-count
               move page-count to k
               move wfind-key to pg-name (k)
               move zero to pg-hits (k)
               move zero to pg-prior (k)
               move zero to pg-bot (k)
             end-if.
       FIND-OR-ADD-PAGE-EXIT.
             exit.
                   move pg-name (i)  to wswap-name
                   move pg-hits (i)  to wswap-hits
                   move pg-prior (i) to wswap-prior
                   move pg-bot (i)   to wswap-bot
                   move pg-name (j)  to pg-name (i)
                   move pg-hits (j)  to pg-hits (i)
                   move pg-prior (j) to pg-prior (i)
                   move pg-bot (j)   to pg-bot (i)
                   move wswap-name  to pg-name (j)
                   move wswap-hits  to pg-hits (j)
                   move wswap-prior to pg-prior (j)
                   move wswap-bot   to pg-bot (j)
                 end-if
               end-perform
             end-perform
               move
              'PAGE                        HITS       PRIOR TREND'
                 to report-line
               move 'BOTS' to report-line (59:4)
               write report-line
               perform varying i from 1 by 1 until i > page-count
                 move pg-hits (i)  to wdisp-hits
                 move wdisp-hits  to report-line (22:11)
                 move wdisp-prior to report-line (34:11)
                 move wtrend      to report-line (47:4)
                 move pg-bot (i)  to wdisp-bots
                 move wdisp-bots  to report-line (52:11)
                 write report-line
               end-perform
             end-if
