      *----------------------------------------------------------------
      *  Batch report - the twelve-month companion to
      *  kozukaisummary.cob: takes a target year (YYYY on the command
      *  line), reads the nightly reporting extract
      *  (kozukaiextract.cob) - the live file and every closed
      *  year's archive already merged - and writes one line per
      *  category with a column per month, a year total, a monthly
      *  average, and the prior year's total for comparison, with
      *  the extract's build stamp under the title.  Amounts are the
      *  extract's JPY, converted at the rate in effect on each
      *  entry's own date the same way every other report converts;
      *  OUT entries count positive and IN entries negative, so a
      *  spending category reads as plain spend; a refund linked to
      *  its purchase lands in the purchase's month.
      *  Output: kozukaiannual.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select report-file assign to "kozukaiannual.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd report-file.
       01 report-line        pic x(200).

       WORKING-STORAGE SECTION.
       01 report-file-fs     pic 9(2).

       01 wtarget-year       pic x(04) value space.
       01 wprior-year        pic x(04) value space.
       01 wyear-num          pic 9(04).

      *  wcell-ym  -  the month column the entry counts in: its own
      *  month, or for a linked refund its purchase's month (the
      *  extract's reporting month)
       01 wcell-ym           pic x(06).

       01 cat-table.
        02 cat-entry occurs 50.
         03 cat-month-total  occurs 12 pic s9(10) value zero.
         03 cat-year-total   pic s9(10) value zero.
         03 cat-prior-total  pic s9(10) value zero.
      *  cat-parent  -  the parent the extract resolved from the
      *  category master, so a family of categories trends as one
      *  group with the children indented under the parent's
      *  subtotal line
         03 cat-parent       pic x(20).
       01 cat-count           pic 9(03) value zero.
       01 i                   pic 9(03).
       01 k                   pic 9(03).
       01 cat-found           pic x value 'N'.
        88 cat-was-found         value 'Y'.
       01 wgrp-month          occurs 12 pic s9(10) value zero.
       01 wgrp-year           pic s9(10) value zero.
       01 wgrp-prior          pic s9(10) value zero.
          02 dl-avg           pic -(9)9.
          02 dl-prior         pic -(9)9.

       01 wmoney-jpy         pic s9(10).

       copy rptextchk.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          compute wyear-num = wyear-num - 1.
          move wyear-num to wprior-year.

          perform OPEN-EXTRACT.
          perform PASS-EXTRACT.
          close rptext-file.

          perform LOAD-PARENTS.

          stop run.

      *----------------------------------------------------------------
      *  PASS-EXTRACT  -  fold every extract row whose reporting
      *  month falls in the target year or the prior year into the
      *  category table.  Adjustment rows true the balance up, not
      *  the spending, and stay out of the trend cells the way the
      *  monthly summary keeps them out; so does a carry-forward row
      *  restating a year that is there in detail.
      *----------------------------------------------------------------
       PASS-EXTRACT section.
             perform READ-EXTRACT
             perform until rxc-eof = 'EOF'
               move rx-report-ym to wcell-ym
               if (wcell-ym (1:4) = wtarget-year
                   or wcell-ym (1:4) = wprior-year)
                  and rx-reason-code = space
                  and not rx-carry-dup
                 perform ADD-TO-CELL
               end-if
               perform READ-EXTRACT
             end-perform
             exit.

      *----------------------------------------------------------------
      *  ADD-TO-CELL  -  find-or-add the category row for the
      *  extract row and fold its JPY value into the right month
      *  column (target year) or the prior-year comparison column;
      *  OUT entries count positive, IN entries negative
      *----------------------------------------------------------------
       ADD-TO-CELL section.
             if wcell-ym (1:4) not = wtarget-year
                and wcell-ym (1:4) not = wprior-year
               go to ADD-TO-CELL-EXIT
             end-if

             move 'N' to cat-found
             perform varying i from 1 by 1 until i > cat-count
               if cat-name (i) = rx-category
                 set cat-was-found to true
                 exit perform
               end-if
               end-if
               add 1 to cat-count
               move cat-count to i
               move rx-category to cat-name (i)
               move rx-cat-parent to cat-parent (i)
             end-if

             move rx-money-jpy to wmoney-jpy
             if rx-in-or-out = '1'
               compute wmoney-jpy = zero - wmoney-jpy
             end-if

             if wcell-ym (1:4) = wtarget-year
               move wcell-ym (5:2) to wmonth-num
               if wmonth-num >= 1 and wmonth-num <= 12
                 add wmoney-jpy to cat-month-total (i, wmonth-num)
                 add wmoney-jpy to cat-year-total (i)
       ADD-TO-CELL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  heading, one line per category with its
      *  twelve month columns, year total, monthly average and prior
               into report-line
             end-string
             write report-line
             move rxc-stamp-line to report-line
             write report-line
             move spaces to report-line
             write report-line

             exit.

      *----------------------------------------------------------------
      *  LOAD-PARENTS  -  make sure every parent the extract named
      *  has a row of its own (zero cells when nothing posted to it
      *  directly), so the roll-up always has a line to print under.
      *  With no category master there are no parents, the old flat
      *  trend.
      *----------------------------------------------------------------
       LOAD-PARENTS section.
             perform varying i from 1 by 1 until i > cat-count
               if cat-parent (i) not = space
                 move 'N' to cat-found
                   move space to cat-parent (cat-count)
                 end-if
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
               end-perform
             end-if
             exit.

      *----------------------------------------------------------------
      *  OPEN-EXTRACT  -  open the nightly reporting extract named in
      *  rxc-filename and take the build stamp off its header into
      *  rxc-stamp-line for the report to print under its title,
      *  marked *STALE* once the extract is older than
      *  KOZUKAI_EXTRACT_STALE_DAYS days (1 if not set).  No extract,
      *  or one without its header, stops the run before any output
      *  is written, with return code 8 so the end-of-day driver
      *  sees the step fail: kozukaiextract has to have run first.
      *----------------------------------------------------------------
       OPEN-EXTRACT section.
             open input rptext-file
             if rxc-file-fs not = zero
               display 'kozukaiannual: ' rxc-filename
                       ' not found, fs=' rxc-file-fs
                       ' - run kozukaiextract first'
               move 8 to return-code
               stop run
             end-if
             move space to rxc-eof
             read rptext-file
               at end move 'EOF' to rxc-eof
             end-read
             if rxc-eof = 'EOF' or not rx-is-header
               display 'kozukaiannual: ' rxc-filename
                       ' has no header - run kozukaiextract'
               close rptext-file
               move 8 to return-code
               stop run
             end-if
             move rxh-built-at to rxc-built-at

             move 1 to rxc-stale-days
             move 'KOZUKAI_EXTRACT_STALE_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to rxc-env-stale
             if rxc-env-stale not = space
               compute rxc-stale-days = function numval(rxc-env-stale)
             end-if
             set rxc-is-fresh to true
             accept rxc-now-date from date yyyymmdd
             move rxc-now-date to rxc-date-num
             compute rxc-now-int =
                function integer-of-date(rxc-date-num)
             if rxc-built-at (1:8) numeric
               move rxc-built-at (1:8) to rxc-date-num
               compute rxc-built-int =
                  function integer-of-date(rxc-date-num)
               compute rxc-age = rxc-now-int - rxc-built-int
               if rxc-age > rxc-stale-days
                 set rxc-is-stale to true
               end-if
             else
               set rxc-is-stale to true
             end-if

             move space to rxc-stamp-line
             string 'DATA AS OF '        delimited size
                    rxc-built-at (1:4)   delimited size
                    '-'                  delimited size
                    rxc-built-at (5:2)   delimited size
                    '-'                  delimited size
                    rxc-built-at (7:2)   delimited size
                    ' '                  delimited size
                    rxc-built-at (9:2)   delimited size
                    ':'                  delimited size
                    rxc-built-at (11:2)  delimited size
               into rxc-stamp-line
             end-string
             if rxc-is-stale
               move '*STALE*' to rxc-stamp-line (29:7)
               display 'kozukaiannual: reporting extract is stale, '
                       'built ' rxc-built-at
             end-if
             exit.

      *----------------------------------------------------------------
      *  READ-EXTRACT  -  the next detail row of the extract into
      *  rptext-rec, passing over the trailer; rxc-eof 'EOF' at end
      *----------------------------------------------------------------
       READ-EXTRACT section.
             read rptext-file
               at end move 'EOF' to rxc-eof
             end-read
             perform until rxc-eof = 'EOF' or rx-is-detail
               read rptext-file
                 at end move 'EOF' to rxc-eof
               end-read
             end-perform
             exit.
