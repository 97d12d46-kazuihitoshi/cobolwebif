       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaidurablerpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the household asset register at one year
      *  end (YYYY on the command line, the year before the current
      *  one when none is given).  First the register is fed: every
      *  OUT of the year or earlier, live or in the year's archive,
      *  in a category whose master row carries a useful life
      *  (category-life) and at or above KOZUKAI_DURABLEMIN yen
      *  (50000 when unset) once converted and net of refunds, that
      *  is not in kozukaidurable.dat yet goes in under its ledger
      *  key with the category's life, the note as its name and the
      *  cost as the expected replacement cost.  Adjustments and 振替
      *  transfers never go in.  Then each asset in use at the year
      *  end is listed with its cost, the straight-line depreciation
      *  to date (by the month, the purchase month counting in full)
      *  and the book value left, and the assets whose life ends
      *  within 24 months of the year end - or has already ended -
      *  are listed with their replacement cost, the figure
      *  kozukaiforecast.cob lays on the projection.
      *  Output: kozukaidurable.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select durable-file assign to "kozukaidurable.dat"
           organization is indexed access mode is dynamic
           record key is dur-key
           file status is durable-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is sequential
           record key is category-key
           file status is category-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is sequential
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select archive-file assign to warchive-filename
           organization is indexed access mode is sequential
           record key is archive-key
           file status is archive-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select report-file assign to "kozukaidurable.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd durable-file.
       copy durablefile.

       fd category-file.
       copy categoryfile.

       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 durable-file-fs    pic 9(2).
       01 category-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 durable-eof        pic x(3) value space.
       01 category-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wnow-time          pic x(06) value space.
       01 wyear              pic x(04) value space.
       01 wyear-num          pic 9(04) value zero.
       01 wasof-date         pic x(08) value space.
       01 wwarn-date         pic x(08) value space.
       01 warchive-filename  pic x(30) value space.

       01 wenv-durablemin    pic x(09) value space.
       01 wdurable-min       pic 9(09) value 50000.

      *  the durable-goods categories and the life each starts with
       01 cat-table.
        02 cat-entry occurs 200.
         03 cat-name         pic x(20).
         03 cat-life         pic 9(02).
       01 cat-count          pic 9(03) value zero.
       01 i                  pic 9(03).
       01 wfound-life        pic 9(02) value zero.

      *  the candidate row on its way into the register
       01 wcand-key          pic x(11) value space.
       01 wcand-date         pic x(08) value space.
       01 wcand-category     pic x(20) value space.
       01 wcand-note         pic x(40) value space.
       01 wcur-date          pic x(08) value space.
       01 wcur-money         pic s9(09) value zero.
       01 wcur-currency      pic x(03) value space.
       01 wadded-count       pic 9(05) value zero.

      *  one asset's figures at the year end
       01 wlife-months       pic 9(04) value zero.
       01 welapsed           pic s9(06) value zero.
       01 wdepr              pic s9(09) value zero.
       01 wbook              pic s9(09) value zero.
       01 weol-date          pic x(08) value space.
       01 weol-yyyy          pic 9(04) value zero.
       01 wpy-yyyy           pic 9(04) value zero.
       01 wpy-mm             pic 9(02) value zero.
       01 wao-yyyy           pic 9(04) value zero.
       01 wao-mm             pic 9(02) value zero.

       01 wasset-count       pic 9(05) value zero.
       01 wdue-count         pic 9(05) value zero.
       01 wsum-cost          pic s9(11) value zero.
       01 wsum-depr          pic s9(11) value zero.
       01 wsum-book          pic s9(11) value zero.
       01 wsum-replace       pic s9(11) value zero.

       01 wdisp-amt          pic -z(9)9.
       01 wdisp-life         pic z9.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
      *  rate master (kozukairate.dat) by LOAD-RATE-TABLE, one entry
      *  per currency and effective-from date
      *----------------------------------------------------------------
       01 currency-rate-tab.
        02 currency-rate-entry occurs 100.
         03 currency-rate-code  pic x(03).
         03 currency-rate-from  pic x(08).
         03 currency-rate-value pic 9(06)v99.
       01 currency-rate-count pic 9(03) value zero.
       01 wexch-rate         pic 9(06)v99.
       01 wexch-best-date    pic x(08) value space.
       01 wexch-k            pic 9(03).
       01 wmoney-jpy         pic s9(10).

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept warg from command-line.
          accept wnow-date from date yyyymmdd.

          if warg = space then
            move wnow-date (1:4) to wyear-num
            subtract 1 from wyear-num
            move wyear-num to wyear
          else
            move warg (1:4) to wyear
            if wyear not numeric
               or warg (5:1) not = space
              display 'usage: kozukaidurablerpt [YYYY]'
              stop run
            end-if
            move wyear to wyear-num
          end-if.
          string wyear  delimited size
                 '1231' delimited size
            into wasof-date
          end-string.
          compute weol-yyyy = wyear-num + 2.
          move wasof-date to wwarn-date.
          move weol-yyyy to wwarn-date (1:4).

          move 'KOZUKAI_DURABLEMIN' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-durablemin.
          if wenv-durablemin not = space then
            perform varying i from 1 by 1 until i > 9
                or wenv-durablemin (i:1) = space
              continue
            end-perform
            subtract 1 from i
            if i > zero
               and wenv-durablemin (1:i) numeric
              move wenv-durablemin (1:i) to wdurable-min
            end-if
          end-if.

          perform LOAD-CATEGORIES.
          perform LOAD-RATE-TABLE.

          open i-o durable-file.
          if durable-file-fs not = zero then
            open output durable-file
            close durable-file
            open i-o durable-file
          end-if.
          if durable-file-fs not = zero then
            display 'kozukaidurablerpt: cannot open kozukaidurable.dat'
            stop run
          end-if.
          if cat-count > zero
            perform FEED-FROM-LEDGER
            perform FEED-FROM-ARCHIVE
          end-if.
          close durable-file.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          display 'kozukaidurablerpt: ' wasof-date ', '
                  wadded-count ' asset(s) taken in, '
                  wasset-count ' in use, '
                  wdue-count ' due for replacement'.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-CATEGORIES  -  only the categories that carry a life
      *----------------------------------------------------------------
       LOAD-CATEGORIES section.
             move zero to cat-count
             open input category-file
             if category-file-fs not = zero
               go to LOAD-CATEGORIES-EXIT
             end-if
             move space to category-eof
             read category-file next record
               at end move 'EOF' to category-eof
             end-read
             perform until category-eof = 'EOF'
               if category-is-durable and cat-count < 200
                 add 1 to cat-count
                 move category-key  to cat-name (cat-count)
                 move category-life to cat-life (cat-count)
               end-if
               read category-file next record
                 at end move 'EOF' to category-eof
               end-read
             end-perform
             close category-file.
       LOAD-CATEGORIES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FEED-FROM-LEDGER  -  the live rows up to the year end
      *----------------------------------------------------------------
       FEED-FROM-LEDGER section.
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to FEED-FROM-LEDGER-EXIT
             end-if
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if wdate-rec of kozukai-rec > wasof-date
                 move 'EOF' to kozukai-eof
               else
                 if in-or-out of kozukai-rec = '2'
                    and wreason-code of kozukai-rec = space
                    and note of kozukai-rec (1:6) not = '振替'
                   move kozukai-key of kozukai-rec to wcand-key
                   move wdate-rec of kozukai-rec   to wcand-date
                   move wcategory of kozukai-rec   to wcand-category
                   move note of kozukai-rec        to wcand-note
                   move wdate-rec of kozukai-rec   to wcur-date
                   compute wcur-money = money of kozukai-rec
                                      - wrefunded of kozukai-rec
                   move wcurrency of kozukai-rec   to wcur-currency
                   perform TAKE-CANDIDATE
                 end-if
                 read kozukai-file next record
                   at end move 'EOF' to kozukai-eof
                 end-read
               end-if
             end-perform
             close kozukai-file.
       FEED-FROM-LEDGER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FEED-FROM-ARCHIVE  -  the year's rows the year-end close has
      *  already moved to kozukaiYYYY.dat
      *----------------------------------------------------------------
       FEED-FROM-ARCHIVE section.
             move space to warchive-filename
             string 'kozukai' delimited size
                    wyear     delimited size
                    '.dat'    delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to FEED-FROM-ARCHIVE-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-in-or-out = '2'
                  and archive-note (1:6) not = '振替'
                 move archive-key      to wcand-key
                 move archive-date-rec to wcand-date
                 move archive-category to wcand-category
                 move archive-note     to wcand-note
                 move archive-date-rec to wcur-date
                 move archive-money    to wcur-money
                 move archive-currency to wcur-currency
                 perform TAKE-CANDIDATE
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       FEED-FROM-ARCHIVE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  TAKE-CANDIDATE  -  a durable category and a cost at the
      *  threshold put the row in the register, unless it is there
      *  already (a row keyed by hand, or taken in by an earlier run,
      *  is never touched)
      *----------------------------------------------------------------
       TAKE-CANDIDATE section.
             move zero to wfound-life
             perform varying i from 1 by 1 until i > cat-count
               if cat-name (i) = wcand-category
                 move cat-life (i) to wfound-life
               end-if
             end-perform
             if wfound-life = zero
               go to TAKE-CANDIDATE-EXIT
             end-if
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy rounded = wcur-money * wexch-rate
             if wmoney-jpy < wdurable-min
               go to TAKE-CANDIDATE-EXIT
             end-if

             move wcand-key to dur-key
             read durable-file
               invalid key continue
               not invalid key go to TAKE-CANDIDATE-EXIT
             end-read
             initialize durable-rec
             move wcand-key      to dur-key
             move wcand-note     to dur-name
             if dur-name = space
               move wcand-category to dur-name
             end-if
             move wcand-category to dur-category
             move wcand-date     to dur-purchase-date
             move wmoney-jpy     to dur-cost
             move wfound-life    to dur-life-years
             move wmoney-jpy     to dur-replace-cost
             move 'A'            to dur-status
             move space          to dur-disposed-date
             move 'kozukaidurablerpt' to dur-user
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into dur-updated
             end-string
             write durable-rec
               invalid key continue
               not invalid key add 1 to wadded-count
             end-write.
       TAKE-CANDIDATE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  the assets in use at the year end with
      *  their book values, then the ones due for replacement
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string 'HOUSEHOLD ASSET REGISTER AT ' delimited size
                    wasof-date delimited size
                    ' (JPY, straight-line)' delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line
             move 'ASSET'      to report-line (1:5)
             move 'BOUGHT'     to report-line (32:6)
             move 'LIFE'       to report-line (41:4)
             move 'COST'       to report-line (53:4)
             move 'DEPREC.'    to report-line (61:7)
             move 'BOOK VALUE' to report-line (70:10)
             write report-line

             open input durable-file
             if durable-file-fs not = zero
               go to WRITE-REPORT-EXIT
             end-if
             move space to durable-eof
             read durable-file next record
               at end move 'EOF' to durable-eof
             end-read
             perform until durable-eof = 'EOF'
               if dur-purchase-date not > wasof-date
                  and (dur-in-use
                       or dur-disposed-date > wasof-date)
                 perform WORK-ASSET
                 add 1 to wasset-count
                 add dur-cost to wsum-cost
                 add wdepr to wsum-depr
                 add wbook to wsum-book
                 move spaces to report-line
                 move dur-name (1:30)   to report-line (1:30)
                 move dur-purchase-date to report-line (32:8)
                 move dur-life-years to wdisp-life
                 move wdisp-life        to report-line (42:2)
                 move dur-cost to wdisp-amt
                 move wdisp-amt         to report-line (47:10)
                 move wdepr to wdisp-amt
                 move wdisp-amt         to report-line (58:10)
                 move wbook to wdisp-amt
                 move wdisp-amt         to report-line (70:10)
                 write report-line
               end-if
               read durable-file next record
                 at end move 'EOF' to durable-eof
               end-read
             end-perform

             move spaces to report-line
             move 'TOTAL'            to report-line (1:5)
             move wsum-cost to wdisp-amt
             move wdisp-amt          to report-line (47:10)
             move wsum-depr to wdisp-amt
             move wdisp-amt          to report-line (58:10)
             move wsum-book to wdisp-amt
             move wdisp-amt          to report-line (70:10)
             write report-line
             move spaces to report-line
             write report-line

             move spaces to report-line
             string 'END OF LIFE BY ' delimited size
                    wwarn-date        delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             move 'ASSET'       to report-line (1:5)
             move 'BOUGHT'      to report-line (32:6)
             move 'LIFE ENDS'   to report-line (41:9)
             move 'REPLACEMENT' to report-line (59:11)
             write report-line

             move low-value to dur-key
             start durable-file
                key is >= dur-key
               invalid key move 'EOF' to durable-eof
               not invalid key move space to durable-eof
             end-start
             if durable-eof not = 'EOF'
               read durable-file next record
                 at end move 'EOF' to durable-eof
               end-read
             end-if
             perform until durable-eof = 'EOF'
               if dur-purchase-date not > wasof-date
                  and (dur-in-use
                       or dur-disposed-date > wasof-date)
                 perform WORK-ASSET
                 if weol-date not > wwarn-date
                   add 1 to wdue-count
                   add dur-replace-cost to wsum-replace
                   move spaces to report-line
                   move dur-name (1:30)   to report-line (1:30)
                   move dur-purchase-date to report-line (32:8)
                   move weol-date         to report-line (41:8)
                   move dur-replace-cost to wdisp-amt
                   move wdisp-amt         to report-line (60:10)
                   if weol-date not > wasof-date
                     move 'PAST LIFE'     to report-line (72:9)
                   end-if
                   write report-line
                 end-if
               end-if
               read durable-file next record
                 at end move 'EOF' to durable-eof
               end-read
             end-perform
             close durable-file

             move spaces to report-line
             move 'EXPECTED REPLACEMENT' to report-line (1:20)
             move wsum-replace to wdisp-amt
             move wdisp-amt               to report-line (60:10)
             write report-line.
       WRITE-REPORT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WORK-ASSET  -  straight-line to the year end: the months
      *  since the purchase month (counted in full) over the life's
      *  months, never past the cost; the life ends that many years
      *  after the purchase date (a 29 February purchase on the 28th)
      *----------------------------------------------------------------
       WORK-ASSET section.
             move dur-purchase-date (1:4) to wpy-yyyy
             move dur-purchase-date (5:2) to wpy-mm
             move wasof-date (1:4) to wao-yyyy
             move wasof-date (5:2) to wao-mm
             compute welapsed = (wao-yyyy - wpy-yyyy) * 12
                              + wao-mm - wpy-mm + 1
             compute wlife-months = dur-life-years * 12
             if wlife-months = zero
               move dur-cost to wdepr
             else
               if welapsed > wlife-months
                 move wlife-months to welapsed
               end-if
               if welapsed < zero
                 move zero to welapsed
               end-if
               compute wdepr rounded =
                  dur-cost * welapsed / wlife-months
             end-if
             compute wbook = dur-cost - wdepr

             compute weol-yyyy = wpy-yyyy + dur-life-years
             move dur-purchase-date to weol-date
             move weol-yyyy to weol-date (1:4)
             if weol-date (5:4) = '0229'
               move '0228' to weol-date (5:4)
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab; a missing master just leaves the table
      *  empty, so every conversion falls back to rate 1.00
      *----------------------------------------------------------------
       LOAD-RATE-TABLE section.
             move zero to currency-rate-count
             open input rate-file
             if rate-file-fs = zero then
               move space to rate-eof
               read rate-file next record
                 at end move 'EOF' to rate-eof
               end-read
               perform until rate-eof = 'EOF'
                  or currency-rate-count >= 100
                 add 1 to currency-rate-count
                 move rate-currency to
                      currency-rate-code (currency-rate-count)
                 move rate-from-date to
                      currency-rate-from (currency-rate-count)
                 move rate-value to
                      currency-rate-value (currency-rate-count)
                 read rate-file next record
                   at end move 'EOF' to rate-eof
                 end-read
               end-perform
               close rate-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOOKUP-EXCHANGE-RATE  -  the JPY rate for wcur-currency in
      *  effect on wcur-date (the newest rate-from-date not after
      *  it); a blank or unrecognized currency, or one with no rate
      *  effective yet, is JPY
      *----------------------------------------------------------------
       LOOKUP-EXCHANGE-RATE section.
             move 1.00 to wexch-rate
             move space to wexch-best-date
             if wcur-currency not = space then
               perform varying wexch-k from 1 by 1
                          until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) = wcur-currency
                    and currency-rate-from (wexch-k) not > wcur-date
                    and (wexch-best-date = space
                         or currency-rate-from (wexch-k) not <
                            wexch-best-date)
                   move currency-rate-from (wexch-k)
                     to wexch-best-date
                   move currency-rate-value (wexch-k) to wexch-rate
                 end-if
               end-perform
             end-if
             exit.
