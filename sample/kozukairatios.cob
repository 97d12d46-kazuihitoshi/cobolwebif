       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukairatios.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the household's health ratios for one month
      *  (YYYYMM on the command line, the previous month when none is
      *  given) with the twelve months to it as a trend: the savings
      *  rate (income less consumption, over income), the Engel
      *  coefficient (food over consumption), the fixed-cost ratio
      *  (housing plus fixed over consumption) and the housing-cost
      *  ratio (housing over income).  Spending comes from
      *  kozukaitotals.dat, the JPY category-month OUT totals, each
      *  category grouped by the class on its category master row
      *  (category-class); a child with no class of its own takes its
      *  parent's, and a category with none anywhere up the line
      *  counts as variable.  The savings class (積立, 投資) is
      *  shown but is not consumption.  The totals carry no income,
      *  so the IN rows of the window are summed from kozukai.dat
      *  (and the year archives) converted to JPY, leaving out
      *  refunds, adjustments and 振替 transfers, the same income
      *  the ふるさと納税 estimate reads.
      *  Output: kozukairatios.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select totals-file assign to "kozukaitotals.dat"
           organization is indexed access mode is sequential
           record key is tot-key
           file status is totals-file-fs.
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
        select report-file assign to "kozukairatios.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd totals-file.
       copy kozukaitotalsfile.

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
       01 totals-file-fs     pic 9(2).
       01 category-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 totals-eof         pic x(3) value space.
       01 category-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wtarget-ym         pic x(06) value space.
       01 wfirst-ym          pic x(06) value space.
       01 wym-yyyy           pic 9(04) value zero.
       01 wym-mm             pic 9(02) value zero.
       01 wpass-year         pic x(04) value space.
       01 warchive-filename  pic x(30) value space.

      *  the twelve months of the window, oldest first, so entry 12
      *  is the target month; the class sums are JPY spend
       01 wmon-table.
        02 wmon-entry occurs 12.
         03 wmon-ym          pic x(06).
         03 wmon-income      pic s9(11).
         03 wmon-food        pic s9(11).
         03 wmon-housing     pic s9(11).
         03 wmon-fixed       pic s9(11).
         03 wmon-variable    pic s9(11).
         03 wmon-savings     pic s9(11).
       01 m                  pic 9(02).

      *  the category master, each row's class resolved up the
      *  parent line once it is all loaded
       01 cls-table.
        02 cls-entry occurs 200.
         03 cls-name         pic x(20).
         03 cls-parent       pic x(20).
         03 cls-class        pic x(01).
       01 cls-count          pic 9(03) value zero.
       01 i                  pic 9(03).
       01 k                  pic 9(03).
       01 whop               pic 9(02).
       01 wseek-category     pic x(20) value space.
       01 wseek-class        pic x(01) value space.

       01 wcur-date          pic x(08) value space.
       01 wcur-money         pic s9(09) value zero.
       01 wcur-currency      pic x(03) value space.
       01 wincome-rows       pic 9(07) value zero.
       01 wtotals-rows       pic 9(07) value zero.

      *  one month's figures (or the window's sums) on their way to
      *  the report, and the four ratios worked from them
       01 wfig-income        pic s9(11) value zero.
       01 wfig-food          pic s9(11) value zero.
       01 wfig-housing       pic s9(11) value zero.
       01 wfig-fixed         pic s9(11) value zero.
       01 wfig-variable      pic s9(11) value zero.
       01 wfig-savings       pic s9(11) value zero.
       01 wfig-consumption   pic s9(11) value zero.
       01 wfig-surplus       pic s9(11) value zero.
       01 wrt-savings        pic s9(05)v9 value zero.
       01 wrt-engel          pic s9(05)v9 value zero.
       01 wrt-fixedcost      pic s9(05)v9 value zero.
       01 wrt-housing        pic s9(05)v9 value zero.
       01 wrt-income-flag    pic x value 'N'.
        88 wrt-income-known      value 'Y'.
       01 wrt-consume-flag   pic x value 'N'.
        88 wrt-consume-known     value 'Y'.
       01 wsum-income        pic s9(11) value zero.
       01 wsum-food          pic s9(11) value zero.
       01 wsum-housing       pic s9(11) value zero.
       01 wsum-fixed         pic s9(11) value zero.
       01 wsum-variable      pic s9(11) value zero.
       01 wsum-savings       pic s9(11) value zero.

       01 wdisp-amt          pic -z(9)9.
       01 wdisp-pct          pic -zzz9.9.
       01 wdisp-ratio        pic x(08) value space.

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

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept warg from command-line.
          accept wnow-date from date yyyymmdd.

          if warg = space then
            move wnow-date (1:4) to wym-yyyy
            move wnow-date (5:2) to wym-mm
            subtract 1 from wym-mm
            if wym-mm = zero
              move 12 to wym-mm
              subtract 1 from wym-yyyy
            end-if
            string wym-yyyy delimited size
                   wym-mm   delimited size
              into wtarget-ym
            end-string
          else
            move warg (1:6) to wtarget-ym
            if wtarget-ym not numeric
               or warg (7:1) not = space
               or wtarget-ym (5:2) < '01'
               or wtarget-ym (5:2) > '12'
              display 'usage: kozukairatios [YYYYMM]'
              stop run
            end-if
          end-if.

          perform SET-WINDOW.
          perform LOAD-CLASSES.
          perform LOAD-RATE-TABLE.
          perform FOLD-TOTALS.
          perform FOLD-INCOME.

          move wfirst-ym (1:4) to wpass-year.
          perform FOLD-ARCHIVE-INCOME.
          if wtarget-ym (1:4) not = wfirst-ym (1:4)
            move wtarget-ym (1:4) to wpass-year
            perform FOLD-ARCHIVE-INCOME
          end-if.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          display 'kozukairatios: ' wfirst-ym '-' wtarget-ym ', '
                  wtotals-rows ' total(s), '
                  wincome-rows ' income row(s)'.
          stop run.

      *----------------------------------------------------------------
      *  SET-WINDOW  -  the twelve months ending at the target month,
      *  stepped back a month at a time from entry 12
      *----------------------------------------------------------------
       SET-WINDOW section.
             move wtarget-ym (1:4) to wym-yyyy
             move wtarget-ym (5:2) to wym-mm
             perform varying m from 12 by -1 until m < 1
               move wym-yyyy to wmon-ym (m) (1:4)
               move wym-mm   to wmon-ym (m) (5:2)
               move zero to wmon-income (m)
               move zero to wmon-food (m)
               move zero to wmon-housing (m)
               move zero to wmon-fixed (m)
               move zero to wmon-variable (m)
               move zero to wmon-savings (m)
               subtract 1 from wym-mm
               if wym-mm = zero
                 move 12 to wym-mm
                 subtract 1 from wym-yyyy
               end-if
             end-perform
             move wmon-ym (1) to wfirst-ym
             exit.

      *----------------------------------------------------------------
      *  LOAD-CLASSES  -  the category master into cls-table, then
      *  each blank class filled from the first parent up the line
      *  that has one; nothing found leaves it V (variable)
      *----------------------------------------------------------------
       LOAD-CLASSES section.
             move zero to cls-count
             open input category-file
             if category-file-fs not = zero
               go to LOAD-CLASSES-EXIT
             end-if
             move space to category-eof
             read category-file next record
               at end move 'EOF' to category-eof
             end-read
             perform until category-eof = 'EOF'
                or cls-count >= 200
               add 1 to cls-count
               move category-key    to cls-name (cls-count)
               move category-parent to cls-parent (cls-count)
               if category-class-valid
                 move category-class to cls-class (cls-count)
               else
                 move space to cls-class (cls-count)
               end-if
               read category-file next record
                 at end move 'EOF' to category-eof
               end-read
             end-perform
             close category-file

             perform varying i from 1 by 1 until i > cls-count
               if cls-class (i) = space
                 move cls-parent (i) to wseek-category
                 move zero to whop
                 perform until wseek-category = space
                    or cls-class (i) not = space
                    or whop > 9
                   add 1 to whop
                   move zero to k
                   perform varying k from 1 by 1
                      until k > cls-count
                     if cls-name (k) = wseek-category
                       exit perform
                     end-if
                   end-perform
                   if k > cls-count
                     move space to wseek-category
                   else
                     move cls-class (k)  to cls-class (i)
                     move cls-parent (k) to wseek-category
                   end-if
                 end-perform
               end-if
             end-perform
             perform varying i from 1 by 1 until i > cls-count
               if cls-class (i) = space
                 move 'V' to cls-class (i)
               end-if
             end-perform.
       LOAD-CLASSES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-CLASS  -  wseek-category's resolved class into
      *  wseek-class; a category not on the master is variable
      *----------------------------------------------------------------
       FIND-CLASS section.
             move 'V' to wseek-class
             perform varying k from 1 by 1 until k > cls-count
               if cls-name (k) = wseek-category
                 move cls-class (k) to wseek-class
                 exit perform
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  FIND-MONTH  -  the window slot of wcur-date's month into m;
      *  zero when the month is outside the window
      *----------------------------------------------------------------
       FIND-MONTH section.
             move zero to m
             if wcur-date (1:6) < wfirst-ym
                or wcur-date (1:6) > wtarget-ym
               go to FIND-MONTH-EXIT
             end-if
             perform varying m from 1 by 1 until m > 12
               if wmon-ym (m) = wcur-date (1:6)
                 exit perform
               end-if
             end-perform
             if m > 12
               move zero to m
             end-if.
       FIND-MONTH-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-TOTALS  -  every category-month total in the window
      *  into its month's class sum
      *----------------------------------------------------------------
       FOLD-TOTALS section.
             open input totals-file
             if totals-file-fs not = zero
               display 'kozukairatios: totals-file open failed, fs='
                       totals-file-fs
               go to FOLD-TOTALS-EXIT
             end-if
             move space to totals-eof
             read totals-file next record
               at end move 'EOF' to totals-eof
             end-read
             perform until totals-eof = 'EOF'
               move space to wcur-date
               move tot-ym to wcur-date (1:6)
               perform FIND-MONTH
               if m > zero
                 add 1 to wtotals-rows
                 move tot-category to wseek-category
                 perform FIND-CLASS
                 evaluate wseek-class
                   when 'F'
                     add tot-out-total to wmon-food (m)
                   when 'H'
                     add tot-out-total to wmon-housing (m)
                   when 'X'
                     add tot-out-total to wmon-fixed (m)
                   when 'S'
                     add tot-out-total to wmon-savings (m)
                   when other
                     add tot-out-total to wmon-variable (m)
                 end-evaluate
               end-if
               read totals-file next record
                 at end move 'EOF' to totals-eof
               end-read
             end-perform
             close totals-file.
       FOLD-TOTALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-INCOME  -  the live IN rows of the window into their
      *  month's income, in JPY; refunds, adjustments and transfers
      *  between the household's own accounts are not income
      *----------------------------------------------------------------
       FOLD-INCOME section.
             open input kozukai-file
             if kozukai-file-fs not = zero
               display 'kozukairatios: kozukai-file open failed, fs='
                       kozukai-file-fs
               go to FOLD-INCOME-EXIT
             end-if
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if kozukai-in
                  and wrefund-of of kozukai-rec = space
                  and wreason-code of kozukai-rec = space
                  and note of kozukai-rec (1:6) not = '振替'
                 move wdate-rec of kozukai-rec to wcur-date
                 move money of kozukai-rec     to wcur-money
                 move wcurrency of kozukai-rec to wcur-currency
                 perform ADD-INCOME
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       FOLD-INCOME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-ARCHIVE-INCOME  -  the same for one closed year's
      *  archive (wpass-year); a year never closed has no archive,
      *  its rows are still live and FOLD-INCOME caught them
      *----------------------------------------------------------------
       FOLD-ARCHIVE-INCOME section.
             move space to warchive-filename
             string 'kozukai'   delimited size
                    wpass-year  delimited size
                    '.dat'      delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to FOLD-ARCHIVE-INCOME-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-in-or-out = '1'
                  and archive-note (1:6) not = '振替'
                 move archive-date-rec to wcur-date
                 move archive-money    to wcur-money
                 move archive-currency to wcur-currency
                 perform ADD-INCOME
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       FOLD-ARCHIVE-INCOME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-INCOME  -  wcur-money, converted at the rate of its own
      *  date, into the income of its month when in the window
      *----------------------------------------------------------------
       ADD-INCOME section.
             perform FIND-MONTH
             if m = zero
               go to ADD-INCOME-EXIT
             end-if
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = wcur-money * wexch-rate
             add wmoney-jpy to wmon-income (m)
             add 1 to wincome-rows.
       ADD-INCOME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per run; a missing master just leaves
      *  the table empty, so every conversion falls back to rate 1.00
      *  the same way an unrecognized currency always has
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
      *  LOOKUP-EXCHANGE-RATE  -  translate wcur-currency into the
      *  JPY conversion rate in effect on wcur-date (the newest
      *  rate-from-date not after it); a blank or unrecognized
      *  currency code, or one with no rate effective yet, is
      *  treated as JPY (rate 1.00)
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

      *----------------------------------------------------------------
      *  WORK-RATIOS  -  the four ratios from the wfig- figures, in
      *  percent to one place; no income leaves the savings and
      *  housing ratios unworked, no consumption the other two
      *----------------------------------------------------------------
       WORK-RATIOS section.
             compute wfig-consumption = wfig-food + wfig-housing
                                      + wfig-fixed + wfig-variable
             compute wfig-surplus = wfig-income - wfig-consumption
             move 'N' to wrt-income-flag
             move 'N' to wrt-consume-flag
             move zero to wrt-savings
             move zero to wrt-engel
             move zero to wrt-fixedcost
             move zero to wrt-housing
             if wfig-income > zero
               set wrt-income-known to true
               compute wrt-savings rounded =
                  wfig-surplus * 100 / wfig-income
                 on size error move zero to wrt-savings
               end-compute
               compute wrt-housing rounded =
                  wfig-housing * 100 / wfig-income
                 on size error move zero to wrt-housing
               end-compute
             end-if
             if wfig-consumption > zero
               set wrt-consume-known to true
               compute wrt-engel rounded =
                  wfig-food * 100 / wfig-consumption
               compute wrt-fixedcost rounded =
                  (wfig-housing + wfig-fixed) * 100
                  / wfig-consumption
             end-if
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  the target month's figures and ratios, then
      *  the twelve-month trend a line a month, closed by the same
      *  ratios worked over the whole window
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string wtarget-ym delimited size
                    ' household ratios (JPY)' delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line

             move wmon-income (12)   to wfig-income
             move wmon-food (12)     to wfig-food
             move wmon-housing (12)  to wfig-housing
             move wmon-fixed (12)    to wfig-fixed
             move wmon-variable (12) to wfig-variable
             move wmon-savings (12)  to wfig-savings
             perform WORK-RATIOS

             move 'INCOME'              to report-line (3:24)
             move wfig-income to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move 'CONSUMPTION'         to report-line (3:24)
             move wfig-consumption to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move '  FOOD'              to report-line (3:24)
             move wfig-food to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move '  HOUSING'           to report-line (3:24)
             move wfig-housing to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move '  FIXED'             to report-line (3:24)
             move wfig-fixed to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move '  VARIABLE'          to report-line (3:24)
             move wfig-variable to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move 'SAVINGS CLASS'       to report-line (3:24)
             move wfig-savings to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             move 'SURPLUS'             to report-line (3:24)
             move wfig-surplus to wdisp-amt
             move wdisp-amt to report-line (27:11)
             write report-line
             move spaces to report-line
             write report-line

             move 'SAVINGS RATE %'      to report-line (3:24)
             move wrt-savings to wdisp-pct
             perform SET-SAVINGS-DISP
             move wdisp-ratio to report-line (30:8)
             write report-line
             move spaces to report-line
             move 'ENGEL COEFFICIENT %' to report-line (3:24)
             move wrt-engel to wdisp-pct
             perform SET-CONSUME-DISP
             move wdisp-ratio to report-line (30:8)
             write report-line
             move spaces to report-line
             move 'FIXED-COST RATIO %'  to report-line (3:24)
             move wrt-fixedcost to wdisp-pct
             perform SET-CONSUME-DISP
             move wdisp-ratio to report-line (30:8)
             write report-line
             move spaces to report-line
             move 'HOUSING-COST RATIO %' to report-line (3:24)
             move wrt-housing to wdisp-pct
             perform SET-SAVINGS-DISP
             move wdisp-ratio to report-line (30:8)
             write report-line
             move spaces to report-line
             write report-line

             move 'MONTH'       to report-line (1:5)
             move '     INCOME' to report-line (10:11)
             move 'CONSUMPTION' to report-line (22:11)
             move '    SAVINGS' to report-line (34:11)
             move '   SAVE%'    to report-line (45:8)
             move '  ENGEL%'    to report-line (53:8)
             move '  FIXED%'    to report-line (61:8)
             move '  HOUSE%'    to report-line (69:8)
             write report-line
             move spaces to report-line
             write report-line

             move zero to wsum-income
             move zero to wsum-food
             move zero to wsum-housing
             move zero to wsum-fixed
             move zero to wsum-variable
             move zero to wsum-savings
             perform varying m from 1 by 1 until m > 12
               perform WRITE-TREND-LINE
             end-perform

             move spaces to report-line
             write report-line
             move wsum-income   to wfig-income
             move wsum-food     to wfig-food
             move wsum-housing  to wfig-housing
             move wsum-fixed    to wfig-fixed
             move wsum-variable to wfig-variable
             move wsum-savings  to wfig-savings
             perform WORK-RATIOS
             move spaces to report-line
             move '12 MONTHS' to report-line (1:9)
             perform WRITE-TREND-FIGURES
             exit.

      *----------------------------------------------------------------
      *  WRITE-TREND-LINE  -  window month m as a trend line, its
      *  figures added into the wsum- window sums on the way
      *----------------------------------------------------------------
       WRITE-TREND-LINE section.
             move wmon-income (m)   to wfig-income
             move wmon-food (m)     to wfig-food
             move wmon-housing (m)  to wfig-housing
             move wmon-fixed (m)    to wfig-fixed
             move wmon-variable (m) to wfig-variable
             move wmon-savings (m)  to wfig-savings
             add wfig-income   to wsum-income
             add wfig-food     to wsum-food
             add wfig-housing  to wsum-housing
             add wfig-fixed    to wsum-fixed
             add wfig-variable to wsum-variable
             add wfig-savings  to wsum-savings
             perform WORK-RATIOS
             move spaces to report-line
             move wmon-ym (m) to report-line (1:6)
             perform WRITE-TREND-FIGURES
             exit.

      *----------------------------------------------------------------
      *  WRITE-TREND-FIGURES  -  the wfig- figures and their ratios
      *  after the month already in report-line
      *----------------------------------------------------------------
       WRITE-TREND-FIGURES section.
             move wfig-income to wdisp-amt
             move wdisp-amt to report-line (10:11)
             move wfig-consumption to wdisp-amt
             move wdisp-amt to report-line (22:11)
             move wfig-savings to wdisp-amt
             move wdisp-amt to report-line (34:11)
             move wrt-savings to wdisp-pct
             perform SET-SAVINGS-DISP
             move wdisp-ratio to report-line (45:8)
             move wrt-engel to wdisp-pct
             perform SET-CONSUME-DISP
             move wdisp-ratio to report-line (53:8)
             move wrt-fixedcost to wdisp-pct
             perform SET-CONSUME-DISP
             move wdisp-ratio to report-line (61:8)
             move wrt-housing to wdisp-pct
             perform SET-SAVINGS-DISP
             move wdisp-ratio to report-line (69:8)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  SET-SAVINGS-DISP / SET-CONSUME-DISP  -  wdisp-pct into
      *  wdisp-ratio, or a dash when the month had no income (no
      *  consumption) to work the ratio over
      *----------------------------------------------------------------
       SET-SAVINGS-DISP section.
             move space to wdisp-ratio
             if wrt-income-known
               move wdisp-pct to wdisp-ratio (2:7)
             else
               move '       -' to wdisp-ratio
             end-if
             exit.

       SET-CONSUME-DISP section.
             move space to wdisp-ratio
             if wrt-consume-known
               move wdisp-pct to wdisp-ratio (2:7)
             else
               move '       -' to wdisp-ratio
             end-if
             exit.
