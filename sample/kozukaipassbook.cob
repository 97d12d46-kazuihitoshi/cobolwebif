      *  date range into a paginated, headered statement (page breaks,
      *  running total) suitable for printing and filing like a bank
      *  passbook.  Command line: FROMDATE TODATE, both YYYYMMDD.
      *  The rows come from the nightly reporting extract
      *  (kozukaiextract.cob), the closed years' archives and the
      *  live file already merged in date order, and its build stamp
      *  heads every page.  The carry-forward row of a year whose
      *  predecessor is inside the range is skipped, so the running
      *  balance is seeded by the archived detail itself instead of
      *  being counted twice.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select report-file assign to "kozukaipassbook.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       copy datecheck.
       01 report-file-fs     pic 9(2).

       01 wcmd-line          pic x(80) value space.
       01 wfrom-date         pic x(08) value space.
       01 wto-date           pic x(08) value space.

      *  optional third argument: the ledger whose books to print
      *  (blank = the household book), read off that ledger's own
      *  extract, kozukairptext_<code>.dat
       77 wledger-code       pic x(08) value space.
       77 wled-len           pic 9(02) value zero.

      *  carry-forward skip (see CHECK-SKIP-CARRY): the first year
      *  of the range and the year a carry row summarizes
       01 wfrom-yyyy         pic 9(04) value zero.
       01 wcarry-year        pic 9(04) value zero.
       01 skip-carry-flag    pic x value 'N'.
        88 skip-carry           value 'Y'.
       01 wmoney-disp        pic -z(8)9.
       01 win-disp           pic x(04).

       01 wmoney-jpy         pic s9(10).

       copy rptextchk.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
            stop run
          end-if.

          perform OPEN-EXTRACT.

          open output report-file.

          move wfrom-date (1:4) to wfrom-yyyy.

          perform READ-EXTRACT.

          perform until rxc-eof = 'EOF'
            if rx-date >= wfrom-date
               and rx-date <= wto-date
              perform CHECK-SKIP-CARRY
              if no-skip-carry
                perform WRITE-DETAIL-LINE
              end-if
            end-if
            perform READ-EXTRACT
          end-perform.

          if wline-count = zero
            perform WRITE-PAGE-HEADER
          end-if.

          close rptext-file.
          close report-file.

          stop run.

      *----------------------------------------------------------------
      *  WRITE-DETAIL-LINE  -  fold the current extract row into the
      *  running balance at its JPY amount and print it at face
      *  value, starting a fresh page (with header) whenever the
      *  current page is full
      *----------------------------------------------------------------
       WRITE-DETAIL-LINE section.
             if wline-count = zero or wline-count >= wlines-per-page
               perform WRITE-PAGE-HEADER
             end-if

             move rx-money-jpy to wmoney-jpy

             if rx-in-or-out = '1'
               add wmoney-jpy to wrunning-balance
               move 'IN'  to win-disp
             else
               move 'OUT' to win-disp
             end-if

             move rx-money         to wmoney-disp
             move wrunning-balance to wbal-disp

             string rx-date                   delimited size
                    '/'                       delimited size
                    rx-sec                    delimited size
                    ' '                       delimited size
                    win-disp                  delimited size
                    ' '                       delimited size
                    rx-category               delimited size
                    ' '                       delimited size
                    wmoney-disp               delimited size
                    ' BAL '                   delimited size
                    wbal-disp                 delimited size
                    ' '                       delimited size
                    rx-note                   delimited size
               into report-line
             end-string
             write report-line
             add 1 to wline-count
             exit.

      *----------------------------------------------------------------
      *  WRITE-PAGE-HEADER  -  start a new page: form feed (except on
      *  the first page), statement title, date range, page number,
             end-string
             write report-line

             move rxc-stamp-line to report-line
             write report-line

             move spaces to report-line
             write report-line


      *----------------------------------------------------------------
      *  SET-LEDGER-FILENAMES  -  a named ledger prints off its own
      *  extract, kozukairptext_<code>.dat; blank keeps the
      *  household's
      *----------------------------------------------------------------
       SET-LEDGER-FILENAMES section.
             if wledger-code = space
               go to SET-LEDGER-FILENAMES-EXIT
             end-if
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
      *  CHECK-SKIP-CARRY  -  the carry-forward row the close posts
      *  summarizes the year before it; when that year is inside the
      *  range and its detail is in the extract, printing both would
      *  double the balance, so the carry row is skipped.  A range
      *  starting at the carry row keeps it as its opening balance.
      *----------------------------------------------------------------
       CHECK-SKIP-CARRY section.
             set no-skip-carry to true
             if rx-carry-dup
               move rx-date (1:4) to wcarry-year
               subtract 1 from wcarry-year
               if wcarry-year >= wfrom-yyyy
                 set skip-carry to true
               end-if
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
               display 'kozukaipassbook: ' rxc-filename
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
               display 'kozukaipassbook: ' rxc-filename
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
               display 'kozukaipassbook: reporting extract is stale, '
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
