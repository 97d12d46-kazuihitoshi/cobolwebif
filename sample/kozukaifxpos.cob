       PROGRAM-ID.           kozukaifxpos.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the foreign-currency position: totals the
      *  rows of the nightly reporting extract (written by
      *  kozukaiextract.cob, the live file and the closed years'
      *  archives merged) per currency (IN positive, OUT negative,
      *  at face value), values each position twice - once at the
      *  rate in effect on each row's own date (the extract's JPY
      *  amount, the same effective-date conversion every report
      *  uses) and once at the newest rate in kozukairate.dat - and
      *  prints the unrealized gain or loss per currency as the
      *  difference, with the extract's build stamp under the
      *  title.  JPY rows are the yardstick, not a position, and
      *  are skipped.
      *  Output: kozukaifxpos.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd rate-file.
       copy ratefile.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 rate-eof           pic x(3) value space.

       01 wnow-date          pic x(08) value space.
         03 currency-rate-value pic 9(06)v99.
       01 currency-rate-count pic 9(03) value zero.

       01 wexch-k            pic 9(03).
       01 wmoney-jpy         pic s9(10).

       copy rptextchk.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          perform LOAD-RATE-TABLE.

          perform OPEN-EXTRACT.

          perform READ-EXTRACT.
          perform until rxc-eof = 'EOF'
            if rx-currency not = space
               and rx-currency not = 'JPY'
               and not rx-carry-dup
              perform FOLD-POSITION
            end-if
            perform READ-EXTRACT
          end-perform.
          close rptext-file.

          perform RESOLVE-LATEST-RATES.


      *----------------------------------------------------------------
      *  FOLD-POSITION  -  the row's signed face amount into its
      *  currency slot, and its JPY value at the posting-date rate
      *  into the historical JPY column
      *----------------------------------------------------------------
       FOLD-POSITION section.
             move zero to k
             perform varying p from 1 by 1 until p > pos-count
               if pos-currency (p) = rx-currency
                 move p to k
                 exit perform
               end-if
               end-if
               add 1 to pos-count
               move pos-count to k
               move rx-currency to pos-currency (k)
               move zero to pos-amount (k)
               move zero to pos-hist-jpy (k)
               move zero to pos-latest-rate (k)
               move space to pos-latest-date (k)
             end-if

             if rx-in-or-out = '1'
               move rx-money to wsigned-amount
               move rx-money-jpy to wmoney-jpy
             else
               compute wsigned-amount = zero - rx-money
               compute wmoney-jpy = zero - rx-money-jpy
             end-if
             add wsigned-amount to pos-amount (k)
             add wmoney-jpy to pos-hist-jpy (k).
       FOLD-POSITION-EXIT.
             exit.
               into report-line
             end-string
             write report-line
             move rxc-stamp-line to report-line
             write report-line
             move spaces to report-line
             write report-line
             move
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
               display 'kozukaifxpos: ' rxc-filename
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
               display 'kozukaifxpos: ' rxc-filename
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
               display 'kozukaifxpos: reporting extract is stale, '
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
