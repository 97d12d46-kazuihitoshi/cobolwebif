       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiutilrpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - utility usage and cost for the twelve months
      *  to one month (YYYYMM on the command line, the previous month
      *  when none is given).  Every bill tied to a reading period in
      *  kozukaiutilbill.dat counts in the month its period ends:
      *  the usage is the later meter reading less the earlier
      *  (kozukaimeter.dat), the cost is the bill's ledger row as it
      *  now stands in JPY (the linked amount once the row has gone
      *  to the archive).  Per utility (ELEC, GAS, WATER) each month
      *  shows usage, cost and yen per unit beside the same month a
      *  year before and the change in yen per unit.  A bill whose
      *  yen per unit is up KOZUKAI_UTILJUMP percent (20 when unset)
      *  or more on the utility's bill before it is flagged JUMP on
      *  its month and listed at the foot, with both rates - the
      *  billing error the household has been caught by before.
      *  Output: kozukaiutilrpt.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select util-bill-file assign to "kozukaiutilbill.dat"
           organization is indexed access mode is sequential
           record key is ubill-key
           file status is util-bill-file-fs.
        select meter-file assign to "kozukaimeter.dat"
           organization is indexed access mode is random
           record key is meter-key
           file status is meter-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is random
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select report-file assign to "kozukaiutilrpt.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd util-bill-file.
       copy utilbillfile.

       fd meter-file.
       copy meterfile.

       fd kozukai-file.
       copy kozukaifile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 util-bill-file-fs  pic 9(2).
       01 meter-file-fs      pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 util-bill-eof      pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wtarget-ym         pic x(06) value space.
       01 wym-yyyy           pic 9(04) value zero.
       01 wym-mm             pic 9(02) value zero.

       01 wenv-utiljump      pic x(03) value space.
       01 wjump-pct          pic 9(03) value 20.

      *  the utilities in report order, with the unit each is read in
       01 wutil-names.
        02 filler            pic x(10) value 'ELEC  kWh '.
        02 filler            pic x(10) value 'GAS   m3  '.
        02 filler            pic x(10) value 'WATER m3  '.
       01 wutil-tab redefines wutil-names.
        02 wutil-entry occurs 3.
         03 wutil-code       pic x(06).
         03 wutil-unit       pic x(04).
       01 u                  pic 9(01).

      *  twenty-four months per utility, oldest first, so entry 24
      *  is the target month and entry m - 12 the same month a year
      *  before; the report shows 13-24
       01 wmon-table.
        02 wmon-util occurs 3.
         03 wmon-entry occurs 24.
          04 wmon-usage      pic s9(09)v9(02).
          04 wmon-cost       pic s9(11).
          04 wmon-bills      pic 9(03).
          04 wmon-jump       pic x(01).
       01 wmon-ym-tab.
        02 wmon-ym           pic x(06) occurs 24.
       01 m                  pic 9(02).
       01 mly                pic 9(02).

      *----------------------------------------------------------------
      *  bill-tab  -  every linked bill, kept in utility and period-
      *  end order as it is loaded so each can be set against the
      *  bill before it
      *----------------------------------------------------------------
       01 bill-tab.
        02 bill-entry occurs 500.
         03 bl-sort.
          04 bl-utility      pic x(06).
          04 bl-to-date      pic x(08).
          04 bl-key          pic x(11).
         03 bl-from-date     pic x(08).
         03 bl-usage         pic s9(09)v9(02).
         03 bl-cost          pic s9(11).
         03 bl-cpu           pic s9(07)v9(02).
         03 bl-prev-cpu      pic s9(07)v9(02).
         03 bl-rise          pic s9(05)v9(01).
         03 bl-jump          pic x(01).
       01 bill-count         pic 9(03) value zero.
       01 bill-skipped       pic 9(05) value zero.
       01 wbill-entry        pic x(80) value space.
       01 b                  pic 9(03).
       01 bk                 pic 9(03).
       01 wjump-count        pic 9(03) value zero.

       01 wfrom-reading      pic 9(08)v9(02) value zero.
       01 wto-reading        pic 9(08)v9(02) value zero.
       01 wcpu               pic s9(07)v9(02) value zero.
       01 wly-cpu            pic s9(07)v9(02) value zero.
       01 wyoy               pic s9(05)v9(01) value zero.

       01 wdisp-usage        pic -z(7)9.99.
       01 wdisp-amt          pic -z(8)9.
       01 wdisp-cpu          pic -z(5)9.99.
       01 wdisp-pct          pic -zzz9.9.
       01 wdisp-jump         pic zz9.

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
              display 'usage: kozukaiutilrpt [YYYYMM]'
              stop run
            end-if
          end-if.

          move 'KOZUKAI_UTILJUMP' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-utiljump.
          if wenv-utiljump not = space
             and wenv-utiljump is numeric then
            move wenv-utiljump to wjump-pct
          end-if.

          perform SET-WINDOW.
          perform LOAD-RATE-TABLE.
          perform LOAD-BILLS.
          perform FIND-JUMPS.
          perform FOLD-MONTHS.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          display 'kozukaiutilrpt: ' wmon-ym (13) '-' wtarget-ym ', '
                  bill-count ' bill(s), '
                  wjump-count ' jump(s)'.
          if bill-skipped > zero
            display 'kozukaiutilrpt: ' bill-skipped
                    ' bill(s) past the table, not reported'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  SET-WINDOW  -  the twenty-four months ending at the target
      *  month, stepped back a month at a time from entry 24
      *----------------------------------------------------------------
       SET-WINDOW section.
             move wtarget-ym (1:4) to wym-yyyy
             move wtarget-ym (5:2) to wym-mm
             perform varying m from 24 by -1 until m < 1
               move wym-yyyy to wmon-ym (m) (1:4)
               move wym-mm   to wmon-ym (m) (5:2)
               perform varying u from 1 by 1 until u > 3
                 move zero to wmon-usage (u, m)
                 move zero to wmon-cost (u, m)
                 move zero to wmon-bills (u, m)
                 move space to wmon-jump (u, m)
               end-perform
               subtract 1 from wym-mm
               if wym-mm = zero
                 move 12 to wym-mm
                 subtract 1 from wym-yyyy
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  LOAD-BILLS  -  every link, with its usage from the two
      *  readings and its cost from the ledger row, placed in
      *  utility and period-end order
      *----------------------------------------------------------------
       LOAD-BILLS section.
             open input util-bill-file
             if util-bill-file-fs not = zero
               go to LOAD-BILLS-EXIT
             end-if
             open input meter-file
             open input kozukai-file
             move space to util-bill-eof
             read util-bill-file next record
               at end move 'EOF' to util-bill-eof
             end-read
             perform until util-bill-eof = 'EOF'
               if ubill-to-date (1:6) not > wtarget-ym
                 perform WORK-BILL
                 perform INSERT-BILL
               end-if
               read util-bill-file next record
                 at end move 'EOF' to util-bill-eof
               end-read
             end-perform
             close util-bill-file
             if meter-file-fs = zero
               close meter-file
             end-if
             if kozukai-file-fs = zero
               close kozukai-file
             end-if.
       LOAD-BILLS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WORK-BILL  -  the current link into wbill-entry through
      *  bill-entry's layout: usage, JPY cost and yen per unit
      *----------------------------------------------------------------
       WORK-BILL section.
             move zero to wfrom-reading
             move zero to wto-reading
             if meter-file-fs = zero
               move ubill-utility   to meter-utility
               move ubill-from-date to meter-date
               read meter-file
                 invalid key continue
                 not invalid key move meter-reading to wfrom-reading
               end-read
               move ubill-utility to meter-utility
               move ubill-to-date to meter-date
               read meter-file
                 invalid key continue
                 not invalid key move meter-reading to wto-reading
               end-read
             end-if

             move ubill-amount to wmoney-jpy
             if kozukai-file-fs = zero
               move ubill-key to kozukai-key
               read kozukai-file
                 invalid key continue
                 not invalid key
                   perform LOOKUP-EXCHANGE-RATE
                   compute wmoney-jpy rounded =
                      (money of kozukai-rec - wrefunded of kozukai-rec)
                      * wexch-rate
               end-read
             end-if

             move ubill-utility   to bl-utility (500)
             move ubill-to-date   to bl-to-date (500)
             move ubill-key       to bl-key (500)
             move ubill-from-date to bl-from-date (500)
             compute bl-usage (500) = wto-reading - wfrom-reading
             move wmoney-jpy      to bl-cost (500)
             move zero to bl-cpu (500)
             if bl-usage (500) > zero
               compute bl-cpu (500) rounded =
                  bl-cost (500) / bl-usage (500)
                 on size error move zero to bl-cpu (500)
               end-compute
             end-if
             move zero  to bl-prev-cpu (500)
             move zero  to bl-rise (500)
             move space to bl-jump (500)
             move bill-entry (500) to wbill-entry
             exit.

      *----------------------------------------------------------------
      *  INSERT-BILL  -  wbill-entry into bill-tab ahead of the first
      *  entry that sorts after it; entry 500 is the scratch slot
      *  WORK-BILL builds in, so the table holds 499
      *----------------------------------------------------------------
       INSERT-BILL section.
             if bill-count >= 499
               add 1 to bill-skipped
               go to INSERT-BILL-EXIT
             end-if
             move wbill-entry to bill-entry (500)
             move 1 to b
             perform until b > bill-count
                or bl-sort (b) > bl-sort (500)
               add 1 to b
             end-perform
             perform varying bk from bill-count by -1 until bk < b
               move bill-entry (bk) to bill-entry (bk + 1)
             end-perform
             move wbill-entry to bill-entry (b)
             add 1 to bill-count.
       INSERT-BILL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-JUMPS  -  each bill against the utility's bill before
      *  it: a rise in yen per unit of wjump-pct percent or more is
      *  a jump
      *----------------------------------------------------------------
       FIND-JUMPS section.
             perform varying b from 2 by 1 until b > bill-count
               if bl-utility (b) = bl-utility (b - 1)
                  and bl-cpu (b - 1) > zero
                  and bl-cpu (b) > zero
                 move bl-cpu (b - 1) to bl-prev-cpu (b)
                 compute bl-rise (b) rounded =
                    (bl-cpu (b) - bl-cpu (b - 1)) * 100
                    / bl-cpu (b - 1)
                   on size error move 999.9 to bl-rise (b)
                 end-compute
                 if bl-rise (b) not < wjump-pct
                   move 'Y' to bl-jump (b)
                 end-if
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  FOLD-MONTHS  -  each bill into its utility and the month its
      *  period ends, when that month is in the window
      *----------------------------------------------------------------
       FOLD-MONTHS section.
             perform varying b from 1 by 1 until b > bill-count
               move zero to u
               perform varying bk from 1 by 1 until bk > 3
                 if wutil-code (bk) = bl-utility (b)
                   move bk to u
                 end-if
               end-perform
               move zero to mly
               perform varying m from 1 by 1 until m > 24
                 if wmon-ym (m) = bl-to-date (b) (1:6)
                   move m to mly
                 end-if
               end-perform
               if u > zero and mly > zero
                 add bl-usage (b) to wmon-usage (u, mly)
                 add bl-cost (b)  to wmon-cost (u, mly)
                 add 1 to wmon-bills (u, mly)
                 if bl-jump (b) = 'Y'
                   move 'Y' to wmon-jump (u, mly)
                   if mly > 12
                     add 1 to wjump-count
                   end-if
                 end-if
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  a block per utility with a bill in either
      *  year, then the jumps of the twelve months
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string wmon-ym (13) delimited size
                    '-'          delimited size
                    wtarget-ym   delimited size
                    ' utility usage and cost (JPY)' delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line

             perform varying u from 1 by 1 until u > 3
               move zero to bk
               perform varying m from 1 by 1 until m > 24
                 add wmon-bills (u, m) to bk
               end-perform
               if bk > zero
                 perform WRITE-UTILITY
               end-if
             end-perform

             move spaces to report-line
             move wjump-pct to wdisp-jump
             string 'COST-PER-UNIT JUMPS (+' delimited size
                    wdisp-jump delimited size
                    '% or more on the bill before)' delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             move 'KEY'       to report-line (3:11)
             move 'UTIL'      to report-line (15:6)
             move 'PERIOD'    to report-line (22:17)
             move 'YEN/UNIT'  to report-line (43:8)
             move 'BEFORE'    to report-line (55:6)
             move 'RISE%'     to report-line (64:5)
             write report-line
             move zero to bk
             perform varying b from 1 by 1 until b > bill-count
               if bl-jump (b) = 'Y'
                  and bl-to-date (b) (1:6) not < wmon-ym (13)
                 add 1 to bk
                 move spaces to report-line
                 move bl-key (b)       to report-line (3:11)
                 move bl-utility (b)   to report-line (15:6)
                 move bl-from-date (b) to report-line (22:8)
                 move '-'              to report-line (30:1)
                 move bl-to-date (b)   to report-line (31:8)
                 move bl-cpu (b) to wdisp-cpu
                 move wdisp-cpu to report-line (41:10)
                 move bl-prev-cpu (b) to wdisp-cpu
                 move wdisp-cpu to report-line (51:10)
                 move bl-rise (b) to wdisp-pct
                 move wdisp-pct to report-line (62:7)
                 write report-line
               end-if
             end-perform
             if bk = zero
               move spaces to report-line
               move '(none)' to report-line (3:6)
               write report-line
             end-if
             exit.

      *----------------------------------------------------------------
      *  WRITE-UTILITY  -  utility u's twelve months beside the year
      *  before
      *----------------------------------------------------------------
       WRITE-UTILITY section.
             move spaces to report-line
             string wutil-code (u) delimited space
                    ' ('           delimited size
                    wutil-unit (u) delimited space
                    ')'            delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             move 'MONTH'     to report-line (3:6)
             move 'USAGE'     to report-line (17:5)
             move 'COST'      to report-line (29:4)
             move 'YEN/UNIT'  to report-line (36:8)
             move 'LY USAGE'  to report-line (48:8)
             move 'LY COST'   to report-line (61:7)
             move 'LY Y/U'    to report-line (73:6)
             move 'YOY%'      to report-line (81:4)
             write report-line

             perform varying m from 13 by 1 until m > 24
               compute mly = m - 12
               move spaces to report-line
               move wmon-ym (m) to report-line (3:6)
               move zero to wcpu
               move zero to wly-cpu
               if wmon-bills (u, m) > zero
                 move wmon-usage (u, m) to wdisp-usage
                 move wdisp-usage to report-line (11:11)
                 move wmon-cost (u, m) to wdisp-amt
                 move wdisp-amt to report-line (23:10)
                 if wmon-usage (u, m) > zero
                   compute wcpu rounded =
                      wmon-cost (u, m) / wmon-usage (u, m)
                     on size error move zero to wcpu
                   end-compute
                   move wcpu to wdisp-cpu
                   move wdisp-cpu to report-line (34:10)
                 end-if
               end-if
               if wmon-bills (u, mly) > zero
                 move wmon-usage (u, mly) to wdisp-usage
                 move wdisp-usage to report-line (45:11)
                 move wmon-cost (u, mly) to wdisp-amt
                 move wdisp-amt to report-line (58:10)
                 if wmon-usage (u, mly) > zero
                   compute wly-cpu rounded =
                      wmon-cost (u, mly) / wmon-usage (u, mly)
                     on size error move zero to wly-cpu
                   end-compute
                   move wly-cpu to wdisp-cpu
                   move wdisp-cpu to report-line (69:10)
                 end-if
               end-if
               if wcpu > zero and wly-cpu > zero
                 compute wyoy rounded =
                    (wcpu - wly-cpu) * 100 / wly-cpu
                   on size error move zero to wyoy
                 end-compute
                 move wyoy to wdisp-pct
                 move wdisp-pct to report-line (79:7)
               end-if
               if wmon-jump (u, m) = 'Y'
                 move 'JUMP' to report-line (88:4)
               end-if
               write report-line
             end-perform
             move spaces to report-line
             write report-line
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
      *  LOOKUP-EXCHANGE-RATE  -  the JPY rate for wcurrency of
      *  kozukai-rec in effect on its own wdate-rec (the newest
      *  rate-from-date not after it); a blank or unrecognized
      *  currency, or one with no rate effective yet, is JPY
      *----------------------------------------------------------------
       LOOKUP-EXCHANGE-RATE section.
             move 1.00 to wexch-rate
             move space to wexch-best-date
             if wcurrency of kozukai-rec not = space then
               perform varying wexch-k from 1 by 1
                          until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) =
                    wcurrency of kozukai-rec
                    and currency-rate-from (wexch-k) not >
                        wdate-rec of kozukai-rec
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
