      *----------------------------------------------------------------
      *  Batch report - totals kozukai-file entries for one target
      *  month (YYYYMM, given on the command line) by category and by
      *  in-or-out flag, and writes them to kozukaisummary.txt.  A
      *  refund linked to its purchase nets off the purchase's
      *  category OUT in the purchase's month, not counting as IN.
      *  The rows, their JPY amounts and their category parents come
      *  from the nightly reporting extract (kozukaiextract.cob),
      *  whose build stamp is printed under the title.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select report-file assign to "kozukaisummary.txt"
           organization line sequential
           file status is report-file-fs.
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd report-file.
       01 report-line        pic x(80).
       fd rate-file.
       copy ratefile.

       WORKING-STORAGE SECTION.
       01 report-file-fs     pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 rate-eof           pic x(3) value space.

       01 wtarget-ym         pic x(06) value space.
      *  optional second argument: the ledger whose books to report
      *  (blank = the household book on the legacy file names)
       01 wcmd-line          pic x(80) value space.
       77 wledger-code       pic x(08) value space.
       77 wled-len           pic 9(02) value zero.

         03 cat-name         pic x(20).
         03 cat-in-total     pic s9(09) value zero.
         03 cat-out-total    pic s9(09) value zero.
      *  cat-parent  -  the parent the extract resolved from the
      *  category master, so "外食" and "おやつ" report under
      *  "食費" instead of as unrelated lines (see LOAD-PARENTS /
      *  WRITE-REPORT)
         03 cat-parent       pic x(20).
       01 cat-count           pic 9(03) value zero.
       01 i                   pic 9(03).
       01 j                   pic 9(03).
       01 cat-found            pic x value 'N'.
        88 cat-was-found         value 'Y'.
       01 wgrp-in             pic s9(09) value zero.
       01 wgrp-out            pic s9(09) value zero.
       01 wgrp-children       pic 9(03) value zero.
         03 currency-rate-value pic 9(06)v99.
       01 currency-rate-count  pic 9(03) value zero.

       01 wmoney-jpy           pic s9(10).

      *  stale-rate footer working fields (see WRITE-STALE-RATES)
       01 wbest-for-cur        pic x(08) value space.
       01 kx                   pic 9(03) value zero.

       copy rptextchk.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          end-if.
          perform SET-LEDGER-FILENAMES.

          perform OPEN-EXTRACT.

          open output report-file.

          perform LOAD-RATE-TABLE.

          perform READ-EXTRACT.

          perform until rxc-eof = 'EOF'
      *     adjustment rows true the balance up, not the spending;
      *     they stay out of the category report, and so does a
      *     carry-forward row restating a year already in detail.
      *     The reporting month is the purchase's for a refund.
            if rx-report-ym = wtarget-ym
               and rx-reason-code = space
               and not rx-carry-dup
              perform ADD-TO-CATEGORY
            end-if
            perform READ-EXTRACT
          end-perform.

          close rptext-file.

          perform LOAD-PARENTS.


      *----------------------------------------------------------------
      *  SET-LEDGER-FILENAMES  -  a named ledger reports off its own
      *  extract, kozukairptext_<code>.dat; blank keeps the
      *  household's
      *----------------------------------------------------------------
       SET-LEDGER-FILENAMES section.
             if wledger-code = space
                or wledger-code (wled-len:1) not = space
               subtract 1 from wled-len
             end-perform
             move space to rxc-filename
             string 'kozukairptext_' delimited size
                    wledger-code (1:wled-len) delimited size
                    '.dat' delimited size
               into rxc-filename
             end-string.
       SET-LEDGER-FILENAMES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-TO-CATEGORY  -  fold the current extract row into the
      *  matching category-table row (adding a new row, with its
      *  parent, if this is the first time the category has been
      *  seen this run)
      *----------------------------------------------------------------
       ADD-TO-CATEGORY section.
             move 'N' to cat-found
             perform varying i from 1 by 1 until i > cat-count
               if cat-name (i) = rx-category
                 set cat-was-found to true
                 exit perform
               end-if
             if not cat-was-found and cat-count < 50
               add 1 to cat-count
               move cat-count to i
               move rx-category to cat-name (i)
               move rx-cat-parent to cat-parent (i)
             end-if

             move rx-money-jpy to wmoney-jpy

             if rx-refund-of not = space
               subtract wmoney-jpy from cat-out-total (i)
               subtract wmoney-jpy from wgrand-out
             else
             if rx-in-or-out = '1'
               add wmoney-jpy to cat-in-total (i)
               add wmoney-jpy to wgrand-in
             else
               add wmoney-jpy to cat-out-total (i)
               add wmoney-jpy to wgrand-out
             end-if
             end-if
             exit.

      *----------------------------------------------------------------
             exit.

      *----------------------------------------------------------------
      *  LOAD-PARENTS  -  make sure every parent the extract named
      *  has a row of its own in the table (zero totals when nothing
      *  posted to it directly) so the roll-up always has a line to
      *  print under.  A book with no category master has no
      *  parents, the old flat report.
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
               into report-line
             end-string
             write report-line.
             move rxc-stamp-line to report-line.
             write report-line.
             move spaces to report-line.
             write report-line.

               go to WRITE-STALE-RATES-EXIT
             end-if
             move 30 to wrate-stale-days
             move 'KOZUKAI_RATE_STALE_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-ratestale
             if wenv-ratestale not = space
                and wenv-ratestale is numeric then
               move wenv-ratestale to wrate-stale-days
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
               display 'kozukaisummary: ' rxc-filename
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
               display 'kozukaisummary: ' rxc-filename
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
               display 'kozukaisummary: reporting extract is stale, '
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
