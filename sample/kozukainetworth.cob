       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukainetworth.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Month-end batch - the household balance sheet.  Draws up,
      *  for one completed month (YYYYMM on the command line, else
      *  the month before today), what everything the system tracks
      *  was worth in JPY at that month's end:
      *    the ledger balance - kozukaibalsnap.dat's month-end
      *      snapshot, cross-checked against the ledger itself, with
      *      the foreign-currency rows taken out of it and valued
      *      instead the kozukaifxpos.cob way, at the rate in effect
      *      at month end;
      *    the savings goals - each goal category's OUT-minus-IN
      *      through month end, money set aside out of the ledger;
      *    the holdings keyed by hand into kozukaiasset.dat (a
      *      pension, a securities account), each at its newest
      *      statement not after the month;
      *    less the principal still owed on every loan registered
      *      through kozukailoancalc.cob, rolled from the terms kept
      *      on its repayment template, and the liabilities keyed by
      *      hand.
      *  Open IOUs are between members of the household, so what one
      *  is owed another owes: they are shown as a memo and net to
      *  nothing.  The month's figures are saved to
      *  kozukainetworth.dat (a re-run replaces them) and the report
      *  closes with the twelve-month trend read back from there.
      *  Usage: kozukainetworth [YYYYMM]
      *  Output: kozukainetworth.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is sequential
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select balsnap-file assign to "kozukaibalsnap.dat"
           organization is indexed access mode is sequential
           record key is snap-ym
           file status is balsnap-file-fs.
        select goal-file assign to "kozukaigoal.dat"
           organization is indexed access mode is sequential
           record key is goal-key
           file status is goal-file-fs.
        select iou-file assign to "kozukaiiou.dat"
           organization is indexed access mode is sequential
           record key is iou-key
           file status is iou-file-fs.
        select template-file assign to "kozukaitemplate.dat"
           organization is indexed access mode is sequential
           record key is tmpl-key
           file status is template-file-fs.
        select asset-file assign to "kozukaiasset.dat"
           organization is indexed access mode is sequential
           record key is asset-key
           file status is asset-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select networth-file assign to "kozukainetworth.dat"
           organization is indexed access mode is dynamic
           record key is nw-ym
           file status is networth-file-fs.
        select report-file assign to "kozukainetworth.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd balsnap-file.
       copy balsnapfile.

       fd goal-file.
       copy goalfile.

       fd iou-file.
       copy ioufile.

       fd template-file.
       copy kozukaitemplatefile.

       fd asset-file.
       copy assetfile.

       fd rate-file.
       copy ratefile.

       fd networth-file.
       copy networthfile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       01 kozukai-file-fs    pic 9(2).
       01 balsnap-file-fs    pic 9(2).
       01 goal-file-fs       pic 9(2).
       01 iou-file-fs        pic 9(2).
       01 template-file-fs   pic 9(2).
       01 asset-file-fs      pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 networth-file-fs   pic 9(2).
       01 report-file-fs     pic 9(2).
       01 kozukai-eof        pic x(3) value space.
       01 balsnap-eof        pic x(3) value space.
       01 goal-eof           pic x(3) value space.
       01 iou-eof            pic x(3) value space.
       01 template-eof       pic x(3) value space.
       01 asset-eof          pic x(3) value space.
       01 rate-eof           pic x(3) value space.
       01 networth-eof       pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wnow-time          pic x(06) value space.
      *  the statement month, and its end as a comparable date (the
      *  31st sorts after every real day of any month)
       01 wstmt-ym           pic x(06) value space.
       01 wstmt-end          pic x(08) value space.
       01 wym-yyyy           pic 9(04) value zero.
       01 wym-mm             pic 9(02) value zero.
       01 wym-months         pic 9(06) value zero.
       01 wym-work           pic x(06) value space.

      *  the ledger: signed face-value balance through month end
      *  (the kozukaibalsnap.cob arithmetic) and the snapshot found
       01 wscan-balance      pic s9(11) value zero.
       01 wsnap-balance      pic s9(11) value zero.
       01 wsnap-ym           pic x(06) value space.
       01 wledger-balance    pic s9(11) value zero.
       01 wforeign-face      pic s9(11) value zero.
       01 wsigned-amount     pic s9(10) value zero.

      *  one slot per foreign currency held at month end
       01 fx-table.
        02 fx-entry occurs 20.
         03 fx-currency      pic x(03).
         03 fx-amount        pic s9(11).
         03 fx-rate          pic 9(06)v99.
         03 fx-jpy           pic s9(12).
       01 fx-count           pic 9(02) value zero.
       01 fx-full            pic 9(05) value zero.

      *  one slot per savings goal
       01 goal-table.
        02 goal-entry occurs 20.
         03 gw-name          pic x(20).
         03 gw-category      pic x(20).
         03 gw-saved         pic s9(10).
       01 goal-count         pic 9(02) value zero.

      *  one slot per loan repayment template
       01 loan-table.
        02 loan-entry occurs 20.
         03 ln-category      pic x(20).
         03 ln-paid          pic 9(03).
         03 ln-term          pic 9(03).
         03 ln-remaining     pic s9(11).
       01 loan-count         pic 9(02) value zero.

      *  one slot per hand-keyed holding still open at month end
       01 asset-table.
        02 asset-entry occurs 50.
         03 at-code          pic x(08).
         03 at-name          pic x(30).
         03 at-kind          pic x(01).
         03 at-ym            pic x(06).
         03 at-value         pic s9(11).
       01 asset-count        pic 9(02) value zero.
       01 asset-full         pic 9(05) value zero.
      *  the newest row not after the month for the code in hand
       01 wcand-found        pic x value 'N'.
       01 wcand-rec          pic x(70) value space.
       01 wcand-view redefines wcand-rec.
          02 wcand-code      pic x(08).
          02 wcand-ym        pic x(06).
          02 wcand-name      pic x(30).
          02 wcand-kind      pic x(01).
          02 wcand-value     pic s9(11).
          02 filler          pic x(14).

       01 wiou-count         pic 9(05) value zero.
       01 wiou-open          pic s9(11) value zero.

       01 wfx-total          pic s9(11) value zero.
       01 wgoal-total        pic s9(11) value zero.
       01 wasset-total       pic s9(11) value zero.
       01 wloan-total        pic s9(11) value zero.
       01 wliab-total        pic s9(11) value zero.
       01 wtotal-assets      pic s9(12) value zero.
       01 wtotal-liabs       pic s9(12) value zero.
       01 wnet-worth         pic s9(12) value zero.
       01 wledger-source     pic x(01) value space.

      *  the loan roll, the kozukailoancalc.cob arithmetic
       01 wprincipal         pic s9(09)v99 value zero.
       01 wmonthly-rate      pic 9(03)v9(08) value zero.
       01 wterm              pic 9(03) value zero.
       01 wfactor            pic 9(09)v9(08) value zero.
       01 wpayment           pic s9(09)v99 value zero.
       01 wremaining         pic s9(09)v99 value zero.
       01 winterest          pic s9(09)v99 value zero.
       01 wprin-part         pic s9(09)v99 value zero.
       01 wpaid              pic s9(05) value zero.
       01 wstmt-months       pic 9(06) value zero.
       01 m                  pic 9(03) value zero.

      *  the trend
       01 wtrend-from        pic x(06) value space.
       01 wtrend-lines       pic 9(02) value zero.
       01 wprev-net          pic s9(12) value zero.
       01 wchange            pic s9(12) value zero.

       01 i                  pic 9(03).
       01 k                  pic 9(03).
       01 wdisp-amount       pic -z(11)9.
       01 wdisp-amount2      pic -z(11)9.
       01 wdisp-amount3      pic -z(11)9.
       01 wdisp-face         pic -z(10)9.
       01 wrate-disp         pic zzzzz9.99.
       01 wdisp-count        pic zzzz9.
       01 wdisp-paid         pic zz9.

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
          accept wnow-time from time.

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
              into wstmt-ym
            end-string
          else
            move warg (1:6) to wstmt-ym
            if wstmt-ym not numeric
               or warg (7:1) not = space
               or wstmt-ym (5:2) < '01'
               or wstmt-ym (5:2) > '12'
              display 'usage: kozukainetworth [YYYYMM]'
              stop run
            end-if
          end-if.
          if wstmt-ym >= wnow-date (1:6) then
            display 'kozukainetworth: ' wstmt-ym
                    ' is not over yet, nothing drawn up'
            stop run
          end-if.
          string wstmt-ym delimited size
                 '31'     delimited size
            into wstmt-end
          end-string.

          perform LOAD-RATE-TABLE.
          perform LOAD-GOALS.

          open input kozukai-file.
          if kozukai-file-fs not = zero then
            display 'kozukainetworth: kozukai-file open failed, fs='
                     kozukai-file-fs
            stop run
          end-if.
          read kozukai-file next record
            at end move 'EOF' to kozukai-eof
          end-read.
          perform until kozukai-eof = 'EOF'
             or wdate-rec of kozukai-rec (1:6) > wstmt-ym
            perform FOLD-LEDGER-ROW
            read kozukai-file next record
              at end move 'EOF' to kozukai-eof
            end-read
          end-perform.
          close kozukai-file.

          perform GET-LEDGER-BALANCE.
          perform VALUE-FX-POSITIONS.
          perform LOAD-OPEN-IOUS.
          perform LOAD-LOANS.
          perform LOAD-ASSETS.

          compute wtotal-assets =
             wledger-balance + wfx-total + wgoal-total + wasset-total.
          compute wtotal-liabs = wloan-total + wliab-total.
          compute wnet-worth = wtotal-assets - wtotal-liabs.

          perform SAVE-HISTORY.

          open output report-file.
          perform WRITE-STATEMENT.
          perform WRITE-TREND.
          close report-file.

          display 'kozukainetworth: ' wstmt-ym ' net worth '
                  wnet-worth.
          if fx-full > zero
            display 'kozukainetworth: currency table full, '
                    fx-full ' row(s) left out'
          end-if.
          if asset-full > zero
            display 'kozukainetworth: holding table full, '
                    asset-full ' holding(s) left out'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  FOLD-LEDGER-ROW  -  a row dated on or before month end: its
      *  signed face value into the running balance, a foreign row
      *  into its currency position, a goal category's row into the
      *  goal's savings (OUT adds, IN takes back, at the row's own
      *  rate as kozukaigoalreport.cob counts it)
      *----------------------------------------------------------------
       FOLD-LEDGER-ROW section.
             if in-or-out of kozukai-rec = '1'
               move money of kozukai-rec to wsigned-amount
             else
               compute wsigned-amount = zero - money of kozukai-rec
             end-if
             add wsigned-amount to wscan-balance

             if wcurrency of kozukai-rec not = space
                and wcurrency of kozukai-rec not = 'JPY'
               perform FOLD-FX-POSITION
             end-if

             perform varying i from 1 by 1 until i > goal-count
               if gw-category (i) = wcategory of kozukai-rec
                 perform LOOKUP-EXCHANGE-RATE
                 compute wmoney-jpy =
                    money of kozukai-rec * wexch-rate
                 if in-or-out of kozukai-rec = '2'
                   add wmoney-jpy to gw-saved (i)
                 else
                   subtract wmoney-jpy from gw-saved (i)
                 end-if
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  FOLD-FX-POSITION  -  the row's signed face amount into its
      *  currency slot
      *----------------------------------------------------------------
       FOLD-FX-POSITION section.
             move zero to k
             perform varying i from 1 by 1 until i > fx-count
               if fx-currency (i) = wcurrency of kozukai-rec
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if fx-count >= 20
                 add 1 to fx-full
                 go to FOLD-FX-POSITION-EXIT
               end-if
               add 1 to fx-count
               move fx-count to k
               move wcurrency of kozukai-rec to fx-currency (k)
               move zero to fx-amount (k)
               move zero to fx-jpy (k)
               move 1.00 to fx-rate (k)
             end-if
             add wsigned-amount to fx-amount (k)
             add wsigned-amount to wforeign-face.
       FOLD-FX-POSITION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-LEDGER-BALANCE  -  the newest month-end snapshot not
      *  after the statement month (a month with no rows has none
      *  of its own and carries the one before).  Where it agrees
      *  with the ledger it is the balance; where it does not - the
      *  snapshot job has not run since a late entry - the ledger is
      *  the book of record and wins.  Foreign face amounts come out
      *  of it, to be valued at the rate instead.
      *----------------------------------------------------------------
       GET-LEDGER-BALANCE section.
             move space to wsnap-ym
             move zero to wsnap-balance
             open input balsnap-file
             if balsnap-file-fs = zero
               move space to balsnap-eof
               read balsnap-file next record
                 at end move 'EOF' to balsnap-eof
               end-read
               perform until balsnap-eof = 'EOF'
                  or snap-ym > wstmt-ym
                 move snap-ym to wsnap-ym
                 move snap-balance to wsnap-balance
                 read balsnap-file next record
                   at end move 'EOF' to balsnap-eof
                 end-read
               end-perform
               close balsnap-file
             end-if
             if wsnap-ym not = space
                and wsnap-balance = wscan-balance
               move 'S' to wledger-source
               move wsnap-balance to wledger-balance
             else
               move 'L' to wledger-source
               move wscan-balance to wledger-balance
             end-if
             subtract wforeign-face from wledger-balance
             exit.

      *----------------------------------------------------------------
      *  VALUE-FX-POSITIONS  -  each currency at the newest rate on
      *  file not after month end; one with no rate values at 1.00,
      *  the fallback posting uses
      *----------------------------------------------------------------
       VALUE-FX-POSITIONS section.
             move zero to wfx-total
             perform varying i from 1 by 1 until i > fx-count
               move space to wexch-best-date
               perform varying wexch-k from 1 by 1
                  until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) = fx-currency (i)
                    and currency-rate-from (wexch-k)
                          not > wstmt-end
                    and (wexch-best-date = space
                         or currency-rate-from (wexch-k) not <
                            wexch-best-date)
                   move currency-rate-from (wexch-k)
                     to wexch-best-date
                   move currency-rate-value (wexch-k) to fx-rate (i)
                 end-if
               end-perform
               compute fx-jpy (i) rounded = fx-amount (i) * fx-rate (i)
               add fx-jpy (i) to wfx-total
             end-perform
             perform varying i from 1 by 1 until i > goal-count
               add gw-saved (i) to wgoal-total
             end-perform
             exit.

      *----------------------------------------------------------------
      *  LOAD-GOALS  -  the savings-goal master into the work table
      *----------------------------------------------------------------
       LOAD-GOALS section.
             move zero to goal-count
             open input goal-file
             if goal-file-fs not = zero
               go to LOAD-GOALS-EXIT
             end-if
             move space to goal-eof
             read goal-file next record
               at end move 'EOF' to goal-eof
             end-read
             perform until goal-eof = 'EOF' or goal-count >= 20
               add 1 to goal-count
               move goal-key      to gw-name (goal-count)
               move goal-category to gw-category (goal-count)
               move zero to gw-saved (goal-count)
               read goal-file next record
                 at end move 'EOF' to goal-eof
               end-read
             end-perform
             close goal-file.
       LOAD-GOALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-OPEN-IOUS  -  IOUs lent on or before month end and not
      *  repaid by then (still open, or stamped repaid after it)
      *----------------------------------------------------------------
       LOAD-OPEN-IOUS section.
             move zero to wiou-count
             move zero to wiou-open
             open input iou-file
             if iou-file-fs not = zero
               go to LOAD-OPEN-IOUS-EXIT
             end-if
             move space to iou-eof
             read iou-file next record
               at end move 'EOF' to iou-eof
             end-read
             perform until iou-eof = 'EOF'
               if iou-date (1:6) <= wstmt-ym
                  and (iou-is-open
                       or iou-updated (1:6) > wstmt-ym)
                 add 1 to wiou-count
                 add iou-money to wiou-open
               end-if
               read iou-file next record
                 at end move 'EOF' to iou-eof
               end-read
             end-perform
             close iou-file.
       LOAD-OPEN-IOUS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-LOANS  -  every template carrying a loan's terms: the
      *  repayments due from its first month through the statement
      *  month are taken as made, and ROLL-LOAN says what principal
      *  is left after them
      *----------------------------------------------------------------
       LOAD-LOANS section.
             move zero to loan-count
             move zero to wloan-total
             open input template-file
             if template-file-fs not = zero
               go to LOAD-LOANS-EXIT
             end-if
             move wstmt-ym to wym-work
             perform YM-TO-MONTHS
             move wym-months to wstmt-months
             move space to template-eof
             read template-file next record
               at end move 'EOF' to template-eof
             end-read
             perform until template-eof = 'EOF' or loan-count >= 20
               if tmpl-loan-principal numeric
                  and tmpl-loan-principal > zero
                  and tmpl-loan-term numeric
                  and tmpl-loan-term > zero
                  and tmpl-loan-first-ym numeric
                 perform ROLL-LOAN
               end-if
               read template-file next record
                 at end move 'EOF' to template-eof
               end-read
             end-perform
             close template-file.
       LOAD-LOANS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ROLL-LOAN  -  the schedule kozukailoancalc.cob printed when
      *  the loan was registered, rolled as far as the repayments
      *  made by month end; a loan not yet started owes it all, one
      *  past its term owes nothing and is left off
      *----------------------------------------------------------------
       ROLL-LOAN section.
             move tmpl-loan-first-ym to wym-work
             perform YM-TO-MONTHS
             compute wpaid = wstmt-months - wym-months + 1
             if wpaid < zero
               move zero to wpaid
             end-if
             if wpaid >= tmpl-loan-term
               go to ROLL-LOAN-EXIT
             end-if

             move tmpl-loan-principal to wprincipal
             move tmpl-loan-term to wterm
             compute wmonthly-rate = tmpl-loan-rate / 1200
             move wprincipal to wremaining
             if tmpl-loan-method not = 'D'
               if wmonthly-rate = zero
                 compute wpayment rounded = wprincipal / wterm
               else
                 compute wfactor =
                    (1 + wmonthly-rate) ** wterm
                   on size error move zero to wfactor
                 end-compute
                 if wfactor = zero or wfactor = 1
                   compute wpayment rounded = wprincipal / wterm
                 else
                   compute wpayment rounded =
                      wprincipal * wmonthly-rate * wfactor
                      / (wfactor - 1)
                 end-if
               end-if
             end-if
             perform varying m from 1 by 1 until m > wpaid
               compute winterest rounded =
                  wremaining * wmonthly-rate
               if tmpl-loan-method not = 'D'
                 compute wprin-part = wpayment - winterest
               else
                 compute wprin-part rounded = wprincipal / wterm
               end-if
               if wprin-part > wremaining
                 move wremaining to wprin-part
               end-if
               subtract wprin-part from wremaining
             end-perform

             add 1 to loan-count
             move tmpl-category to ln-category (loan-count)
             move wpaid to ln-paid (loan-count)
             move tmpl-loan-term to ln-term (loan-count)
             compute ln-remaining (loan-count) rounded = wremaining
             add ln-remaining (loan-count) to wloan-total.
       ROLL-LOAN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  YM-TO-MONTHS  -  wym-work (YYYYMM) as a month count, so two
      *  months subtract
      *----------------------------------------------------------------
       YM-TO-MONTHS section.
             move wym-work (1:4) to wym-yyyy
             move wym-work (5:2) to wym-mm
             compute wym-months = wym-yyyy * 12 + wym-mm - 1
             exit.

      *----------------------------------------------------------------
      *  LOAD-ASSETS  -  the hand-keyed holdings in code/month order:
      *  for each code the newest statement not after the statement
      *  month stands, unless it closed the holding (zero)
      *----------------------------------------------------------------
       LOAD-ASSETS section.
             move zero to asset-count
             move zero to wasset-total
             move zero to wliab-total
             move 'N' to wcand-found
             open input asset-file
             if asset-file-fs not = zero
               go to LOAD-ASSETS-EXIT
             end-if
             move space to asset-eof
             read asset-file next record
               at end move 'EOF' to asset-eof
             end-read
             perform until asset-eof = 'EOF'
               if wcand-found = 'Y'
                  and asset-code not = wcand-code
                 perform TAKE-ASSET
               end-if
               if asset-ym <= wstmt-ym
                 move 'Y' to wcand-found
                 move asset-code  to wcand-code
                 move asset-ym    to wcand-ym
                 move asset-name  to wcand-name
                 move asset-kind  to wcand-kind
                 move asset-value to wcand-value
               end-if
               read asset-file next record
                 at end move 'EOF' to asset-eof
               end-read
             end-perform
             if wcand-found = 'Y'
               perform TAKE-ASSET
             end-if
             close asset-file.
       LOAD-ASSETS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  TAKE-ASSET  -  the candidate statement onto the table and
      *  into its side's total
      *----------------------------------------------------------------
       TAKE-ASSET section.
             move 'N' to wcand-found
             if wcand-value = zero
               go to TAKE-ASSET-EXIT
             end-if
             if asset-count >= 50
               add 1 to asset-full
               go to TAKE-ASSET-EXIT
             end-if
             add 1 to asset-count
             move wcand-code  to at-code (asset-count)
             move wcand-name  to at-name (asset-count)
             move wcand-kind  to at-kind (asset-count)
             move wcand-ym    to at-ym (asset-count)
             move wcand-value to at-value (asset-count)
             if wcand-kind = 'L'
               add wcand-value to wliab-total
             else
               add wcand-value to wasset-total
             end-if.
       TAKE-ASSET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SAVE-HISTORY  -  the month's figures into kozukainetworth.dat,
      *  replacing an earlier run of the same month
      *----------------------------------------------------------------
       SAVE-HISTORY section.
             open i-o networth-file
             if networth-file-fs not = zero
               open output networth-file
               close networth-file
               open i-o networth-file
             end-if
             if networth-file-fs not = zero
               display 'kozukainetworth: networth-file open failed, fs='
                        networth-file-fs
               go to SAVE-HISTORY-EXIT
             end-if
             initialize networth-rec
             move wstmt-ym        to nw-ym
             move wledger-balance to nw-ledger
             move wfx-total       to nw-fx
             move wgoal-total     to nw-goals
             move wasset-total    to nw-assets
             move wloan-total     to nw-loans
             move wliab-total     to nw-liabilities
             move wiou-open       to nw-iou-open
             move wtotal-assets   to nw-total-assets
             move wtotal-liabs    to nw-total-liabs
             move wnet-worth      to nw-net
             move wledger-source  to nw-ledger-source
             string wnow-date delimited size
                    wnow-time delimited size
               into nw-updated
             end-string
             write networth-rec
               invalid key rewrite networth-rec
             end-write
             close networth-file.
       SAVE-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-STATEMENT  -  assets, liabilities, the net, and the
      *  memo lines
      *----------------------------------------------------------------
       WRITE-STATEMENT section.
             move space to report-line
             string 'NET WORTH STATEMENT  ' delimited size
                    wstmt-ym                delimited size
                    '  (MONTH END, JPY)'    delimited size
               into report-line
             end-string
             write report-line
             move space to report-line
             write report-line

             move 'ASSETS' to report-line
             write report-line
             move space to report-line
             move 'LEDGER BALANCE' to report-line (3:40)
             move wledger-balance to wdisp-amount
             move wdisp-amount to report-line (45:13)
             write report-line
             perform varying i from 1 by 1 until i > fx-count
               move space to report-line
               move 'FOREIGN CURRENCY' to report-line (3:16)
               move fx-currency (i) to report-line (20:3)
               move fx-amount (i) to wdisp-face
               move wdisp-face to report-line (23:12)
               move fx-rate (i) to wrate-disp
               move '@' to report-line (36:1)
               move wrate-disp to report-line (37:9)
               move fx-jpy (i) to wdisp-amount
               move wdisp-amount to report-line (45:13)
               write report-line
             end-perform
             perform varying i from 1 by 1 until i > goal-count
               move space to report-line
               move 'SAVINGS GOAL' to report-line (3:12)
               move gw-name (i) to report-line (16:20)
               move gw-saved (i) to wdisp-amount
               move wdisp-amount to report-line (45:13)
               write report-line
             end-perform
             perform varying i from 1 by 1 until i > asset-count
               if at-kind (i) not = 'L'
                 perform WRITE-ASSET-LINE
               end-if
             end-perform
             move space to report-line
             move 'TOTAL ASSETS' to report-line (3:40)
             move wtotal-assets to wdisp-amount
             move wdisp-amount to report-line (45:13)
             write report-line
             move space to report-line
             write report-line

             move 'LIABILITIES' to report-line
             write report-line
             perform varying i from 1 by 1 until i > loan-count
               move space to report-line
               move 'LOAN' to report-line (3:4)
               move ln-category (i) to report-line (8:20)
               move ln-paid (i) to wdisp-paid
               move wdisp-paid to report-line (29:3)
               move '/' to report-line (32:1)
               move ln-term (i) to wdisp-paid
               move wdisp-paid to report-line (33:3)
               move 'PAID' to report-line (37:4)
               move ln-remaining (i) to wdisp-amount
               move wdisp-amount to report-line (45:13)
               write report-line
             end-perform
             perform varying i from 1 by 1 until i > asset-count
               if at-kind (i) = 'L'
                 perform WRITE-ASSET-LINE
               end-if
             end-perform
             move space to report-line
             move 'TOTAL LIABILITIES' to report-line (3:40)
             move wtotal-liabs to wdisp-amount
             move wdisp-amount to report-line (45:13)
             write report-line
             move space to report-line
             write report-line

             move 'NET WORTH' to report-line
             move wnet-worth to wdisp-amount
             move wdisp-amount to report-line (45:13)
             write report-line
             move space to report-line
             write report-line

             if wiou-count > zero
               move space to report-line
               move wiou-count to wdisp-count
               move wiou-open to wdisp-amount
               string 'MEMO  OPEN IOUS BETWEEN MEMBERS ' delimited size
                      wdisp-count delimited size
                      ' ITEM(S) ' delimited size
                      wdisp-amount delimited size
                 into report-line
               end-string
               write report-line
               move '      OWED WITHIN THE HOUSEHOLD - NETS TO ZERO'
                 to report-line
               write report-line
             end-if
             if wledger-source = 'L'
               move space to report-line
               if wsnap-ym = space
                 move 'MEMO  NO BALANCE SNAPSHOT - LEDGER SUMMED'
                   to report-line
               else
                 string 'MEMO  SNAPSHOT ' delimited size
                        wsnap-ym          delimited size
                        ' BEHIND THE LEDGER - LEDGER SUMMED'
                                          delimited size
                   into report-line
                 end-string
               end-if
               write report-line
             end-if
             exit.

      *----------------------------------------------------------------
      *  WRITE-ASSET-LINE  -  hand-keyed holding i, with the month of
      *  the statement it stands at
      *----------------------------------------------------------------
       WRITE-ASSET-LINE section.
             move space to report-line
             move at-name (i) to report-line (3:30)
             move '(' to report-line (34:1)
             move at-ym (i) to report-line (35:6)
             move ')' to report-line (41:1)
             move at-value (i) to wdisp-amount
             move wdisp-amount to report-line (45:13)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  WRITE-TREND  -  the twelve months to the statement month
      *  from the history file, a month never drawn up simply absent
      *----------------------------------------------------------------
       WRITE-TREND section.
             move space to report-line
             write report-line
             move 'TWELVE-MONTH TREND' to report-line
             write report-line
             move space to report-line
             move 'MONTH'         to report-line (1:6)
             move '  TOTAL ASSETS' to report-line (8:14)
             move '   LIABILITIES' to report-line (22:14)
             move '     NET WORTH' to report-line (36:14)
             move '        CHANGE' to report-line (50:14)
             write report-line

             move wstmt-ym (1:4) to wym-yyyy
             move wstmt-ym (5:2) to wym-mm
             subtract 1 from wym-yyyy
             add 1 to wym-mm
             if wym-mm > 12
               move 1 to wym-mm
               add 1 to wym-yyyy
             end-if
             string wym-yyyy delimited size
                    wym-mm   delimited size
               into wtrend-from
             end-string

             move zero to wtrend-lines
             open input networth-file
             if networth-file-fs not = zero
               go to WRITE-TREND-EXIT
             end-if
             move wtrend-from to nw-ym
             move space to networth-eof
             start networth-file key is >= nw-ym
               invalid key move 'EOF' to networth-eof
             end-start
             if networth-eof not = 'EOF'
               read networth-file next record
                 at end move 'EOF' to networth-eof
               end-read
             end-if
             perform until networth-eof = 'EOF'
                or nw-ym > wstmt-ym
               move space to report-line
               move nw-ym to report-line (1:6)
               move nw-total-assets to wdisp-amount
               move wdisp-amount to report-line (9:13)
               move nw-total-liabs to wdisp-amount2
               move wdisp-amount2 to report-line (23:13)
               move nw-net to wdisp-amount3
               move wdisp-amount3 to report-line (37:13)
               if wtrend-lines > zero
                 compute wchange = nw-net - wprev-net
                 move wchange to wdisp-amount
                 move wdisp-amount to report-line (51:13)
               end-if
               write report-line
               move nw-net to wprev-net
               add 1 to wtrend-lines
               read networth-file next record
                 at end move 'EOF' to networth-eof
               end-read
             end-perform
             close networth-file.
       WRITE-TREND-EXIT.
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
      *  LOOKUP-EXCHANGE-RATE  -  translate wcurrency of kozukai-rec
      *  into the JPY conversion rate in effect on the record's own
      *  wdate-rec (the newest rate-from-date not after it); a blank
      *  or unrecognized currency code, or one with no rate effective
      *  yet, is treated as JPY (rate 1.00)
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
