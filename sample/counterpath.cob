       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           counterpath.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - strings each visitor's hits of a day into
      *  the ordered path they took across the pages, from the
      *  VISITORID and hit time counter.cob keeps on every row of
      *  counterdetail.dat, and writes counterpath.txt for a day
      *  (YYYYMMDD on the command line) or a whole month (YYYYMM):
      *  the pages people enter on (with how many left again without
      *  a second page), the pages they leave from, and the commonest
      *  page-to-page steps.  A reload of the same page is not a
      *  step.  Crawler hits and rows captured before the visitor
      *  was kept are left out.  The hits are put in path order
      *  through the keyed work file counterpathwork.dat, rebuilt
      *  from scratch every run.
      *  Output: counterpath.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select counter-detail-file assign to "counterdetail.dat"
           organization is indexed
           access mode is sequential
           record key is cdet-key
           file status is counter-detail-file-fs.
        select path-work-file assign to "counterpathwork.dat"
           organization is indexed
           access mode is sequential
           record key is pw-key
           file status is path-work-file-fs.
        select report-file assign to "counterpath.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd counter-detail-file.
       copy counterdetfile.

      *  one hit in path order: day, visitor, time of the hit, then
      *  the detail key's page and sequence to keep every key unique
       fd path-work-file.
       01 path-work-rec.
          02 pw-key.
             03 pw-date        pic x(08).
             03 pw-visitor     pic x(32).
             03 pw-stamp       pic x(14).
             03 pw-page        pic x(20).
             03 pw-seq         pic 9(06).

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       01 counter-detail-file-fs pic 9(2).
       01 path-work-file-fs  pic 9(2).
       01 report-file-fs     pic 9(2).
       01 detail-eof         pic x(3) value space.
       01 path-eof           pic x(3) value space.

       01 wtarget            pic x(08) value space.
       01 wtarget-len        pic 9(01) value zero.

      *  counts over the run
       01 whit-rows          pic 9(09) value zero.
       01 wbot-rows          pic 9(09) value zero.
       01 wanon-rows         pic 9(09) value zero.
       01 wpath-count        pic 9(09) value zero.
       01 wbounce-count      pic 9(09) value zero.
       01 wstep-count        pic 9(09) value zero.

      *  the path being strung: its visitor/day and the page it was
      *  last seen on, plus its entry page and length
       01 wcur-date          pic x(08) value space.
       01 wcur-visitor       pic x(32) value space.
       01 wcur-entry         pic x(20) value space.
       01 wcur-last          pic x(20) value space.
       01 wcur-pages         pic 9(05) value zero.

      *  entry and exit pages; a bounce is a path of one page
       01 entry-table.
        02 entry-item occurs 100.
         03 ent-page          pic x(20).
         03 ent-count         pic 9(09).
         03 ent-bounce        pic 9(09).
       01 entry-count        pic 9(03) value zero.
       01 exit-table.
        02 exit-item occurs 100.
         03 ext-page          pic x(20).
         03 ext-count         pic 9(09).
       01 exit-count         pic 9(03) value zero.
       01 step-table.
        02 step-item occurs 300.
         03 stp-from          pic x(20).
         03 stp-to            pic x(20).
         03 stp-count         pic 9(09).
       01 step-kinds         pic 9(03) value zero.
       01 table-over-flag    pic x value 'N'.
        88 table-over           value 'Y'.

       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).
       01 wswap-page         pic x(20).
       01 wswap-to           pic x(20).
       01 wswap-count        pic 9(09).
       01 wswap-bounce       pic 9(09).
       01 wdisp-count        pic zzzzzzzz9.
       01 wdisp-bounce       pic zzzzzzzz9.
       01 wdisp-avg          pic zzz9.9.
       01 wavg-len           pic 9(04)v9.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget from command-line.
          if wtarget (1:6) not numeric
             or (wtarget (7:2) not = space
                 and wtarget (7:2) not numeric) then
            display 'usage: counterpath YYYYMMDD | YYYYMM'
            stop run
          end-if.
          if wtarget (7:2) = space
            move 6 to wtarget-len
          else
            move 8 to wtarget-len
          end-if.

          open input counter-detail-file.
          if counter-detail-file-fs not = zero then
            display 'counterpath: counter-detail-file open failed, fs='
                     counter-detail-file-fs
            stop run
          end-if.

      *   output then i-o: start from an empty work file
          open output path-work-file.
          close path-work-file.
          open i-o path-work-file.
          if path-work-file-fs not = zero then
            display 'counterpath: path-work-file open failed, fs='
                     path-work-file-fs
            close counter-detail-file
            stop run
          end-if.

          read counter-detail-file next record
            at end move 'EOF' to detail-eof
          end-read.
          perform until detail-eof = 'EOF'
            if cdet-date (1:wtarget-len) = wtarget (1:wtarget-len)
              perform STAGE-HIT
            end-if
            read counter-detail-file next record
              at end move 'EOF' to detail-eof
            end-read
          end-perform.
          close counter-detail-file.
          close path-work-file.

          perform WALK-PATHS.

          perform RANK-TABLES.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          stop run.

      *----------------------------------------------------------------
      *  STAGE-HIT  -  a person's hit with a visitor id goes to the
      *  work file under its path-order key; crawler rows and rows
      *  with no visitor are only counted
      *----------------------------------------------------------------
       STAGE-HIT section.
             if cdet-class = 'B'
               add 1 to wbot-rows
               go to STAGE-HIT-EXIT
             end-if
             if cdet-visitor = space
               add 1 to wanon-rows
               go to STAGE-HIT-EXIT
             end-if
             add 1 to whit-rows
             move cdet-date    to pw-date
             move cdet-visitor to pw-visitor
             move cdet-updated to pw-stamp
             move cdet-page    to pw-page
             move cdet-seq     to pw-seq
             write path-work-rec
               invalid key continue
             end-write.
       STAGE-HIT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WALK-PATHS  -  the work file in key order is every
      *  visitor's day in hit order; a change of day or visitor
      *  closes one path and opens the next
      *----------------------------------------------------------------
       WALK-PATHS section.
             open input path-work-file
             if path-work-file-fs not = zero
               go to WALK-PATHS-EXIT
             end-if
             move space to wcur-date
             move space to wcur-visitor
             move zero to wcur-pages
             read path-work-file next record
               at end move 'EOF' to path-eof
             end-read
             perform until path-eof = 'EOF'
               if pw-date not = wcur-date
                  or pw-visitor not = wcur-visitor
                 perform CLOSE-PATH
                 move pw-date to wcur-date
                 move pw-visitor to wcur-visitor
                 move pw-page to wcur-entry
                 move pw-page to wcur-last
                 move 1 to wcur-pages
               else
                 if pw-page not = wcur-last
                   perform COUNT-STEP
                   move pw-page to wcur-last
                   add 1 to wcur-pages
                 end-if
               end-if
               read path-work-file next record
                 at end move 'EOF' to path-eof
               end-read
             end-perform
             perform CLOSE-PATH
             close path-work-file.
       WALK-PATHS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CLOSE-PATH  -  the path just ended: its entry page (and a
      *  bounce when it never left it) and its exit page
      *----------------------------------------------------------------
       CLOSE-PATH section.
             if wcur-pages = zero
               go to CLOSE-PATH-EXIT
             end-if
             add 1 to wpath-count

             move zero to k
             perform varying i from 1 by 1 until i > entry-count
               if ent-page (i) = wcur-entry
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if entry-count < 100
                 add 1 to entry-count
                 move entry-count to k
                 move wcur-entry to ent-page (k)
                 move zero to ent-count (k)
                 move zero to ent-bounce (k)
               else
                 set table-over to true
               end-if
             end-if
             if k > zero
               add 1 to ent-count (k)
               if wcur-pages = 1
                 add 1 to ent-bounce (k)
               end-if
             end-if
             if wcur-pages = 1
               add 1 to wbounce-count
             end-if

             move zero to k
             perform varying i from 1 by 1 until i > exit-count
               if ext-page (i) = wcur-last
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if exit-count < 100
                 add 1 to exit-count
                 move exit-count to k
                 move wcur-last to ext-page (k)
                 move zero to ext-count (k)
               else
                 set table-over to true
               end-if
             end-if
             if k > zero
               add 1 to ext-count (k)
             end-if
             move zero to wcur-pages.
       CLOSE-PATH-EXIT.
             exit.

      *----------------------------------------------------------------
      *  COUNT-STEP  -  one move from wcur-last to the current hit's
      *  page into the transition table
      *----------------------------------------------------------------
       COUNT-STEP section.
             add 1 to wstep-count
             move zero to k
             perform varying i from 1 by 1 until i > step-kinds
               if stp-from (i) = wcur-last
                  and stp-to (i) = pw-page
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if step-kinds < 300
                 add 1 to step-kinds
                 move step-kinds to k
                 move wcur-last to stp-from (k)
                 move pw-page to stp-to (k)
                 move zero to stp-count (k)
               else
                 set table-over to true
               end-if
             end-if
             if k > zero
               add 1 to stp-count (k)
             end-if
             exit.

      *----------------------------------------------------------------
      *  RANK-TABLES  -  selection sort of the three tables, busiest
      *  first
      *----------------------------------------------------------------
       RANK-TABLES section.
             perform varying i from 1 by 1 until i >= entry-count
               compute j = i + 1
               perform varying j from j by 1 until j > entry-count
                 if ent-count (j) > ent-count (i)
                   move ent-page (i)   to wswap-page
                   move ent-count (i)  to wswap-count
                   move ent-bounce (i) to wswap-bounce
                   move ent-page (j)   to ent-page (i)
                   move ent-count (j)  to ent-count (i)
                   move ent-bounce (j) to ent-bounce (i)
                   move wswap-page   to ent-page (j)
                   move wswap-count  to ent-count (j)
                   move wswap-bounce to ent-bounce (j)
                 end-if
               end-perform
             end-perform

             perform varying i from 1 by 1 until i >= exit-count
               compute j = i + 1
               perform varying j from j by 1 until j > exit-count
                 if ext-count (j) > ext-count (i)
                   move ext-page (i)  to wswap-page
                   move ext-count (i) to wswap-count
                   move ext-page (j)  to ext-page (i)
                   move ext-count (j) to ext-count (i)
                   move wswap-page  to ext-page (j)
                   move wswap-count to ext-count (j)
                 end-if
               end-perform
             end-perform

             perform varying i from 1 by 1 until i >= step-kinds
               compute j = i + 1
               perform varying j from j by 1 until j > step-kinds
                 if stp-count (j) > stp-count (i)
                   move stp-from (i)  to wswap-page
                   move stp-to (i)    to wswap-to
                   move stp-count (i) to wswap-count
                   move stp-from (j)  to stp-from (i)
                   move stp-to (j)    to stp-to (i)
                   move stp-count (j) to stp-count (i)
                   move wswap-page  to stp-from (j)
                   move wswap-to    to stp-to (j)
                   move wswap-count to stp-count (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  the run's totals, then the top entry pages
      *  with their bounces, the top exit pages and the top steps
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string 'VISITOR PATHS  ' delimited size
                    wtarget           delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line

             move wpath-count to wdisp-count
             move spaces to report-line
             move 'PATHS'            to report-line (1:24)
             move wdisp-count        to report-line (26:9)
             write report-line
             move whit-rows to wdisp-count
             move spaces to report-line
             move 'HITS ON A PATH'   to report-line (1:24)
             move wdisp-count        to report-line (26:9)
             write report-line
             move wbounce-count to wdisp-count
             move spaces to report-line
             move 'ONE-PAGE VISITS'  to report-line (1:24)
             move wdisp-count        to report-line (26:9)
             write report-line
             if wpath-count > zero
               compute wavg-len rounded =
                  (wstep-count + wpath-count) / wpath-count
               move wavg-len to wdisp-avg
               move spaces to report-line
               move 'PAGES PER PATH'  to report-line (1:24)
               move wdisp-avg         to report-line (29:6)
               write report-line
             end-if
             move wbot-rows to wdisp-count
             move spaces to report-line
             move 'CRAWLER HITS LEFT OUT' to report-line (1:24)
             move wdisp-count        to report-line (26:9)
             write report-line
             move wanon-rows to wdisp-count
             move spaces to report-line
             move 'HITS WITH NO VISITOR' to report-line (1:24)
             move wdisp-count        to report-line (26:9)
             write report-line

             if wpath-count = zero
               move spaces to report-line
               write report-line
               move 'NO VISITOR PATHS FOR THE PERIOD' to report-line
               write report-line
               go to WRITE-REPORT-EXIT
             end-if

             move spaces to report-line
             write report-line
             move 'ENTRY PAGES' to report-line
             write report-line
             move 'PAGE                      VISITS   BOUNCED'
               to report-line
             write report-line
             perform varying i from 1 by 1
                until i > entry-count or i > 15
               move ent-count (i) to wdisp-count
               move ent-bounce (i) to wdisp-bounce
               move spaces to report-line
               move ent-page (i) to report-line (1:20)
               move wdisp-count to report-line (24:9)
               move wdisp-bounce to report-line (34:9)
               write report-line
             end-perform

             move spaces to report-line
             write report-line
             move 'EXIT PAGES' to report-line
             write report-line
             perform varying i from 1 by 1
                until i > exit-count or i > 15
               move ext-count (i) to wdisp-count
               move spaces to report-line
               move ext-page (i) to report-line (1:20)
               move wdisp-count to report-line (24:9)
               write report-line
             end-perform

             move spaces to report-line
             write report-line
             move 'PAGE-TO-PAGE STEPS' to report-line
             write report-line
             if step-kinds = zero
               move 'NO VISITOR WENT PAST ONE PAGE' to report-line
               write report-line
             end-if
             perform varying i from 1 by 1
                until i > step-kinds or i > 20
               move stp-count (i) to wdisp-count
               move spaces to report-line
               move stp-from (i) to report-line (1:20)
               move '->' to report-line (22:2)
               move stp-to (i) to report-line (25:20)
               move wdisp-count to report-line (46:9)
               write report-line
             end-perform

             if table-over
               move spaces to report-line
               write report-line
               move '(TABLES FULL - SOME PAGES OR STEPS OMITTED)'
                 to report-line
               write report-line
             end-if.
       WRITE-REPORT-EXIT.
             exit.
