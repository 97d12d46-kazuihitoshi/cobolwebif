      *  a result too wide for the field comes back as error '02'
      *  instead of a wrapped number ('03' flags an operand that is
      *  not a number at all).
      *  Mode 'x' converts data1 from FROMCUR to TOCUR (JPY when
      *  blank) at the rates of the exchange-rate master effective
      *  on RATEDATE (today when blank), both legs going through
      *  JPY the way the reports convert, under the same ROUNDMODE
      *  as divide; RATEWARN comes back 'Y' when the newest rate on
      *  file for either currency is older than
      *  KOZUKAI_RATE_STALE_DAYS days (30 if not set).
      *  Mode 'p' splits the bill in data1 (whole yen) between the
      *  members named in SMEM1-6 - equal shares, SVALn as relative
      *  shares (SPLITKIND 'S') or as fixed yen amounts ('F') - with
      *  the yen left over after rounding down going to the PAYER.
      *  SPLITACT 登録 then records, under a login, one open IOU per
      *  participant from the payer in kozukaiiou.dat and, with
      *  SPLITPOST 'Y', the payer's OUT row for the whole bill in
      *  kozukai.dat - held to the closed period and the category
      *  freezes like any other spending, booked to the default
      *  account and folded into the month totals.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is sequential
           record key is taxrate-key
           file status is taxrate-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select member-file assign to "kozukaimember.dat"
           organization is indexed access mode is random
           record key is member-key
           file status is member-file-fs.
        select iou-file assign to "kozukaiiou.dat"
           organization is indexed access mode is dynamic
           record key is iou-key
           file status is iou-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
        select period-file assign to "kozukaiperiod.dat"
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
        select totals-file assign to "kozukaitotals.dat"
           organization is indexed access mode is random
           record key is tot-key
           file status is totals-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd session-file.
       fd taxrate-file.
       copy taxratefile.

       fd rate-file.
       copy ratefile.

       fd member-file.
       copy memberfile.

       fd iou-file.
       copy ioufile.

       fd kozukai-file.
       copy kozukaifile.

       fd credentials-file.
       copy credentialsfile.

       fd period-file.
       copy periodfile.

       fd totals-file.
       copy kozukaitotalsfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(20) value 'WMODE'.
         02 filler pic x value low-value.
         02 wrecall pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'FROMCUR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfrom-cur pic x(03) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'TOCUR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wto-cur pic x(03) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'RATEDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrate-date pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'CONVRATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wconv-rate-disp pic x(16) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'RATEASOF'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrate-asof pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'RATEWARN'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wrate-warn pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'PAYER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-payer pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SPLITKIND'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-kind pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SPLITCAT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-cat pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SPLITPOST'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-post pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SPLITACT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-act pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SPLITREM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-rem-disp pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SPLITMSG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsplit-msg pic x(60) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'USERNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wusername pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'PASSWORD'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpassword pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SMEM1'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsmem1 pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SVAL1'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsval1 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SAMT1'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsamt1 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SMEM2'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsmem2 pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SVAL2'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsval2 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SAMT2'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsamt2 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SMEM3'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsmem3 pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SVAL3'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsval3 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SAMT3'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsamt3 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SMEM4'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsmem4 pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SVAL4'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsval4 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SAMT4'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsamt4 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SMEM5'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsmem5 pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SVAL5'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsval5 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SAMT5'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsamt5 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SMEM6'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsmem6 pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SVAL6'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsval6 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'SAMT6'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsamt6 pic x(13) value space.
         02 filler pic x value low-value.
         02 filler pic x(20) value 'HIST1'.
         02 filler pic x value low-value.
         02 filler pic x value space.
       copy webqueryguard.
       copy web-lock.
       copy web-cookie.
       copy maintcheck.
       77 wnow-date          pic x(08).
       77 wnow-time          pic x(06).
       77 wnow-time8         pic x(08).
       77 wtax-k             pic 9(02) value zero.
       77 wtax-eff-date      pic x(08) value space.

      *----------------------------------------------------------------
      *  conversion-mode working storage (see COMPUTE-CONVERT-MODE):
      *  the exchange-rate master as the reports load it, rates to
      *  JPY per unit, and the effective and newest dates of each leg
      *----------------------------------------------------------------
       77 rate-file-fs       pic 9(2).
       77 rate-eof           pic x(3) value space.
       01 currency-rate-tab.
        02 currency-rate-entry occurs 100.
         03 currency-rate-code  pic x(03).
         03 currency-rate-from  pic x(08).
         03 currency-rate-value pic 9(06)v99.
       77 currency-rate-count pic 9(03) value zero.
       77 wexch-k            pic 9(03) value zero.
       77 wexch-cur          pic x(03) value space.
       77 wexch-rate         pic 9(06)v99 value zero.
       77 wexch-best-date    pic x(08) value space.
       77 wexch-newest-date  pic x(08) value space.
       77 wconv-eff-date     pic x(08) value space.
       77 wconv-from-rate    pic 9(06)v99 value zero.
       77 wconv-to-rate      pic 9(06)v99 value zero.
       77 wconv-rate         pic 9(06)v9(06) value zero.
       77 wconv-rate-edit    pic zzzzz9.999999.
       01 wconv-pair         pic x(13) value space.
       77 wrate-stale-days   pic 9(04) value zero.
       77 wenv-ratestale     pic x(04) value space.
       77 wrs-date-num       pic 9(08) value zero.
       77 wrs-now-int        pic 9(08) value zero.
       77 wrs-rate-int       pic 9(08) value zero.

      *----------------------------------------------------------------
      *  split-mode working storage (see COMPUTE-SPLIT-MODE): one
      *  row per participant with the share value typed and the
      *  yen worked out, and the keys of the IOUs written so far so
      *  a failed registration can take them back out again
      *----------------------------------------------------------------
       77 member-file-fs     pic 9(2).
       77 iou-file-fs        pic 9(2).
       77 kozukai-file-fs    pic 9(2).
       77 credentials-file-fs pic 9(2).
       77 period-file-fs     pic 9(2).
       77 totals-file-fs     pic 9(2).
       77 wclosed-ym         pic x(06) value space.
       01 split-tab.
        02 split-entry occurs 6.
         03 sp-member         pic x(20).
         03 sp-value          pic s9(8)v99.
         03 sp-share          pic s9(09).
         03 sp-slot           pic 9(01).
         03 sp-fixed          pic x(01).
       77 split-count        pic 9(01) value zero.
       77 sp                 pic 9(01) value zero.
       77 wsplit-total       pic s9(09) value zero.
       77 wsplit-weights     pic s9(9)v99 value zero.
       77 wsplit-assigned    pic s9(09) value zero.
       77 wsplit-remainder   pic s9(09) value zero.
       77 wsplit-owed        pic s9(09) value zero.
       77 wsplit-row         pic x(20) value space.
       77 wsplit-val-in      pic x(13) value space.
       77 wsplit-amt-out     pic x(13) value space.
       77 wsplit-yen-edit    pic -zzzzzzzz9.
       01 wsplit-pair        pic x(13) value space.
       01 wsplit-ious.
        02 wsplit-iou-key    pic x(10) occurs 6.
       77 wsplit-iou-count   pic 9(01) value zero.
       77 wsplit-seq         pic 9(04) value zero.
       77 wsplit-out-key     pic x(11) value space.
       77 wsplit-category    pic x(20) value space.
       77 split-ok-flag      pic x value 'Y'.
          88 split-ok           value 'Y'.
          88 split-not-ok       value 'N'.
       77 split-posted-flag  pic x value 'N'.
          88 split-posted       value 'Y'.
          88 split-not-posted   value 'N'.
       77 wcheck-member      pic x(20) value space.
       77 member-ok-flag     pic x value 'Y'.
          88 member-ok          value 'Y'.
          88 member-not-ok      value 'N'.
       77 login-ok-flag      pic x value 'N'.
          88 login-ok           value 'Y'.
          88 login-not-ok       value 'N'.
       77 wlogin-role        pic x(06) value space.
       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       77 whash-work         pic 9(18) value zero.
       77 whash-i            pic 9(04) value zero.
       77 whash-ord          pic 9(03) value zero.
       77 whash-value        pic 9(09) value zero.

       copy paramget.

       copy freezecheck.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
           when 'i'
           when 'e'
            perform COMPUTE-TAX-MODE
           when 'x'
            perform COMPUTE-CONVERT-MODE
           when 'p'
            perform COMPUTE-SPLIT-MODE
          end-evaluate
          end-if.
          move corr webif-in to webif-ot.
             move data2 of webif-in to hist-num-work
             perform FORMAT-HIST-NUM
             move hist-num-disp to hist-data2 (1)
             if wmode of webif-in = 'x'
               move wconv-pair to hist-data2 (1)
             end-if
             if wmode of webif-in = 'p'
               move wsplit-pair to hist-data2 (1)
             end-if
             move result of webif-in to hist-num-work
             perform FORMAT-HIST-NUM
             move hist-num-disp to hist-result (1)
             end-perform
             exit.

      *------------------------------------------------
      *  COMPUTE-CONVERT-MODE  -  mode 'x': data1 is an amount in
      *  FROMCUR, the result the same amount in TOCUR, taken
      *  through JPY at each currency's rate effective on RATEDATE
      *  (JPY itself being 1.00).  CONVRATE carries the cross rate
      *  used and RATEASOF the older of the two effective dates.  A
      *  currency with no rate effective on the date answers error
      *  '03' rather than guessing; the history slot shows the
      *  currency pair in place of data2.
      *------------------------------------------------
       COMPUTE-CONVERT-MODE section.
             inspect wfrom-cur of webif-rec converting
                'abcdefghijklmnopqrstuvwxyz'
             to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             inspect wto-cur of webif-rec converting
                'abcdefghijklmnopqrstuvwxyz'
             to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             if wto-cur of webif-rec = space
               move 'JPY' to wto-cur of webif-rec
             end-if
             if wfrom-cur of webif-rec = space
               move zero to result of webif-in
               move '03' to wercode of webif-in
               go to COMPUTE-CONVERT-MODE-EXIT
             end-if
             move wrate-date of webif-rec to wconv-eff-date
             if wconv-eff-date = space
                or wconv-eff-date not numeric
               accept wconv-eff-date from date yyyymmdd
             end-if
             perform LOAD-RATE-TABLE
             move space to wrate-asof of webif-rec
             move space to wrate-warn of webif-rec
             move 30 to wrate-stale-days
             move 'KOZUKAI_RATE_STALE_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-ratestale
             if wenv-ratestale not = space
                and wenv-ratestale is numeric then
               move wenv-ratestale to wrate-stale-days
             end-if

             move wfrom-cur of webif-rec to wexch-cur
             perform LOOKUP-CONVERT-RATE
             move wexch-rate to wconv-from-rate
             move wto-cur of webif-rec to wexch-cur
             perform LOOKUP-CONVERT-RATE
             move wexch-rate to wconv-to-rate
             if wconv-from-rate = zero or wconv-to-rate = zero
               move zero to result of webif-in
               move '03' to wercode of webif-in
               go to COMPUTE-CONVERT-MODE-EXIT
             end-if

             if wroundmode of webif-rec = 'R'
               compute result of webif-in rounded =
                  data1 of webif-in * wconv-from-rate / wconv-to-rate
                 on size error
                   move zero to result of webif-in
                   move '02' to wercode of webif-in
                   go to COMPUTE-CONVERT-MODE-EXIT
               end-compute
             else
               compute result of webif-in =
                  data1 of webif-in * wconv-from-rate / wconv-to-rate
                 on size error
                   move zero to result of webif-in
                   move '02' to wercode of webif-in
                   go to COMPUTE-CONVERT-MODE-EXIT
               end-compute
             end-if
             compute wconv-rate rounded =
                wconv-from-rate / wconv-to-rate
               on size error
                 move zero to wconv-rate
             end-compute
             move wconv-rate to wconv-rate-edit
             move wconv-rate-edit to wconv-rate-disp of webif-rec
             move zero to data2 of webif-in
             move space to wconv-pair
             string wfrom-cur of webif-rec delimited size
                    '->'                   delimited size
                    wto-cur of webif-rec   delimited size
               into wconv-pair
             end-string
             perform PUSH-HISTORY.
       COMPUTE-CONVERT-MODE-EXIT.
             exit.

      *------------------------------------------------
      *  LOOKUP-CONVERT-RATE  -  wexch-rate for wexch-cur in effect
      *  on wconv-eff-date (the newest effective-from not after it,
      *  the rule LOOKUP-EXCHANGE-RATE follows in the reports), zero
      *  when none is; JPY is always 1.00.  The older effective date
      *  of the two legs goes to RATEASOF, and a currency whose
      *  newest rate on file is older than the stale limit sets
      *  RATEWARN.
      *------------------------------------------------
       LOOKUP-CONVERT-RATE section.
             move zero to wexch-rate
             if wexch-cur = 'JPY'
               move 1.00 to wexch-rate
               go to LOOKUP-CONVERT-RATE-EXIT
             end-if
             move space to wexch-best-date
             move space to wexch-newest-date
             perform varying wexch-k from 1 by 1
                        until wexch-k > currency-rate-count
               if currency-rate-code (wexch-k) = wexch-cur
                 if currency-rate-from (wexch-k) not >
                    wconv-eff-date
                    and (wexch-best-date = space
                         or currency-rate-from (wexch-k) not <
                            wexch-best-date)
                   move currency-rate-from (wexch-k)
                     to wexch-best-date
                   move currency-rate-value (wexch-k) to wexch-rate
                 end-if
                 if wexch-newest-date = space
                    or currency-rate-from (wexch-k) >
                       wexch-newest-date
                   move currency-rate-from (wexch-k)
                     to wexch-newest-date
                 end-if
               end-if
             end-perform
             if wexch-rate = zero
               go to LOOKUP-CONVERT-RATE-EXIT
             end-if
             if wrate-asof of webif-rec = space
                or wexch-best-date < wrate-asof of webif-rec
               move wexch-best-date to wrate-asof of webif-rec
             end-if
             if wexch-newest-date numeric
               move wnow-date to wrs-date-num
               compute wrs-now-int =
                  function integer-of-date(wrs-date-num)
               move wexch-newest-date to wrs-date-num
               compute wrs-rate-int =
                  function integer-of-date(wrs-date-num)
               if wrs-now-int - wrs-rate-int > wrate-stale-days
                 move 'Y' to wrate-warn of webif-rec
               end-if
             end-if.
       LOOKUP-CONVERT-RATE-EXIT.
             exit.

      *------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
      *  leaves the table empty and the mode answers error '03'
      *------------------------------------------------
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

      *------------------------------------------------
      *  COMPUTE-SPLIT-MODE  -  mode 'p': data1 is the bill in whole
      *  yen, the result what the other participants owe the payer
      *  and data2 how many shared it.  Each participant's share
      *  comes back in SAMTn beside the SMEMn it belongs to, rounded
      *  down to the yen; what that leaves over (SPLITREM) is the
      *  payer's.  Unknown members, a bad share or fixed amounts
      *  that come to more than the bill answer error '03' with the
      *  reason in SPLITMSG.
      *------------------------------------------------
       COMPUTE-SPLIT-MODE section.
             set split-ok to true
             move space to wsplit-msg of webif-rec
             move space to wsplit-rem-disp of webif-rec
             move zero to wsplit-owed
             move zero to result of webif-in
             compute wsplit-total = data1 of webif-in
             if wsplit-total not > zero
                or wsplit-total not = data1 of webif-in
               move '総額は円単位で入力してください'
                    to wsplit-msg of webif-rec
               go to COMPUTE-SPLIT-MODE-FAIL
             end-if
             if wsplit-payer of webif-rec = space
               move '支払者を指定してください'
                    to wsplit-msg of webif-rec
               go to COMPUTE-SPLIT-MODE-FAIL
             end-if
             perform LOAD-SPLIT-ROWS
             if split-not-ok
               go to COMPUTE-SPLIT-MODE-FAIL
             end-if
             if split-count = zero
               move '参加者を指定してください'
                    to wsplit-msg of webif-rec
               go to COMPUTE-SPLIT-MODE-FAIL
             end-if

             move wsplit-payer of webif-rec to wcheck-member
             perform CHECK-SPLIT-MEMBER
             perform varying sp from 1 by 1
                until sp > split-count or member-not-ok
               move sp-member (sp) to wcheck-member
               perform CHECK-SPLIT-MEMBER
             end-perform
             if member-not-ok
               string '未登録のメンバーです '
                        delimited size
                      wcheck-member delimited size
                 into wsplit-msg of webif-rec
               end-string
               go to COMPUTE-SPLIT-MODE-FAIL
             end-if

             inspect wsplit-kind of webif-rec converting 'efs'
                to 'EFS'
             perform SHARE-OUT-SPLIT
             if split-not-ok
               go to COMPUTE-SPLIT-MODE-FAIL
             end-if

      *      the yen rounding leaves over is the payer's, on the
      *      payer's own row when they shared the bill too
             compute wsplit-remainder = wsplit-total - wsplit-assigned
             perform varying sp from 1 by 1 until sp > split-count
               if sp-member (sp) = wsplit-payer of webif-rec
                 add wsplit-remainder to sp-share (sp)
               else
                 add sp-share (sp) to wsplit-owed
               end-if
             end-perform
             move wsplit-owed to result of webif-in
             move split-count to data2 of webif-in
             move wsplit-remainder to wsplit-yen-edit
             move wsplit-yen-edit to wsplit-rem-disp of webif-rec
             perform SHOW-SPLIT-ROWS
             move space to wsplit-pair
             string split-count delimited size
                    '人割'     delimited size
               into wsplit-pair
             end-string
             perform PUSH-HISTORY
             if wsplit-act of webif-rec = '登録'
               perform REGISTER-SPLIT
             end-if
             go to COMPUTE-SPLIT-MODE-EXIT.
       COMPUTE-SPLIT-MODE-FAIL.
             move zero to result of webif-in
             move '03' to wercode of webif-in.
       COMPUTE-SPLIT-MODE-EXIT.
             exit.

      *------------------------------------------------
      *  LOAD-SPLIT-ROWS  -  the filled-in SMEMn/SVALn pairs into
      *  split-tab, each remembering the slot it came from; a name
      *  given twice or a share that is not a plain positive number
      *  stops the split
      *------------------------------------------------
       LOAD-SPLIT-ROWS section.
             move zero to split-count
             move space to split-tab
             perform varying sp from 1 by 1 until sp > 6
               evaluate sp
                 when 1 move wsmem1 of webif-rec to wsplit-row
                        move wsval1 of webif-rec to wsplit-val-in
                 when 2 move wsmem2 of webif-rec to wsplit-row
                        move wsval2 of webif-rec to wsplit-val-in
                 when 3 move wsmem3 of webif-rec to wsplit-row
                        move wsval3 of webif-rec to wsplit-val-in
                 when 4 move wsmem4 of webif-rec to wsplit-row
                        move wsval4 of webif-rec to wsplit-val-in
                 when 5 move wsmem5 of webif-rec to wsplit-row
                        move wsval5 of webif-rec to wsplit-val-in
                 when 6 move wsmem6 of webif-rec to wsplit-row
                        move wsval6 of webif-rec to wsplit-val-in
               end-evaluate
               if wsplit-row not = space and split-ok
                 perform ADD-SPLIT-ROW
               end-if
             end-perform
             exit.

       ADD-SPLIT-ROW section.
             perform varying h from 1 by 1 until h > split-count
               if sp-member (h) = wsplit-row
                 set split-not-ok to true
                 move '参加者が重複しています'
                      to wsplit-msg of webif-rec
                 go to ADD-SPLIT-ROW-EXIT
               end-if
             end-perform
             move wsplit-val-in to wparse-in
             perform PARSE-DECIMAL
             if parse-not-ok or wparse-out < zero
               set split-not-ok to true
               move '負担の指定が不正です'
                    to wsplit-msg of webif-rec
               go to ADD-SPLIT-ROW-EXIT
             end-if
             add 1 to split-count
             move wsplit-row to sp-member (split-count)
             move wparse-out to sp-value (split-count)
             move zero to sp-share (split-count)
             move sp to sp-slot (split-count)
             if wsplit-val-in = space
               move 'N' to sp-fixed (split-count)
             else
               move 'Y' to sp-fixed (split-count)
             end-if.
       ADD-SPLIT-ROW-EXIT.
             exit.

      *------------------------------------------------
      *  SHARE-OUT-SPLIT  -  each row's share, rounded down to the
      *  yen: SPLITKIND 'F' takes SVALn as that person's amount and
      *  splits what is left evenly between the rows left blank,
      *  'S' divides the bill in proportion to SVALn, and anything
      *  else divides it evenly between everybody
      *------------------------------------------------
       SHARE-OUT-SPLIT section.
             move zero to wsplit-assigned
             move zero to wsplit-weights
             evaluate wsplit-kind of webif-rec
               when 'F'
                 perform varying sp from 1 by 1
                    until sp > split-count
                   if sp-fixed (sp) = 'Y'
                     move sp-value (sp) to sp-share (sp)
                     add sp-share (sp) to wsplit-assigned
                   else
                     add 1 to wsplit-weights
                   end-if
                 end-perform
                 if wsplit-assigned > wsplit-total
                   set split-not-ok to true
                   string '固定額の合計が' delimited size
                          '総額を超えています' delimited size
                     into wsplit-msg of webif-rec
                   end-string
                   go to SHARE-OUT-SPLIT-EXIT
                 end-if
                 if wsplit-weights > zero
                   compute wsplit-remainder =
                      wsplit-total - wsplit-assigned
                   perform varying sp from 1 by 1
                      until sp > split-count
                     if sp-fixed (sp) not = 'Y'
                       compute sp-share (sp) =
                          wsplit-remainder / wsplit-weights
                       add sp-share (sp) to wsplit-assigned
                     end-if
                   end-perform
                 end-if
               when 'S'
                 perform varying sp from 1 by 1
                    until sp > split-count
                   add sp-value (sp) to wsplit-weights
                 end-perform
                 if wsplit-weights = zero
                   set split-not-ok to true
                   move '負担の指定が不正です'
                        to wsplit-msg of webif-rec
                   go to SHARE-OUT-SPLIT-EXIT
                 end-if
                 perform varying sp from 1 by 1
                    until sp > split-count
                   compute sp-share (sp) =
                      wsplit-total * sp-value (sp) / wsplit-weights
                   add sp-share (sp) to wsplit-assigned
                 end-perform
               when other
                 move 'E' to wsplit-kind of webif-rec
                 perform varying sp from 1 by 1
                    until sp > split-count
                   compute sp-share (sp) = wsplit-total / split-count
                   add sp-share (sp) to wsplit-assigned
                 end-perform
             end-evaluate.
       SHARE-OUT-SPLIT-EXIT.
             exit.

      *------------------------------------------------
      *  SHOW-SPLIT-ROWS  -  each share back into the SAMTn of the
      *  slot its member was typed in
      *------------------------------------------------
       SHOW-SPLIT-ROWS section.
             move space to wsamt1 of webif-rec wsamt2 of webif-rec
                           wsamt3 of webif-rec wsamt4 of webif-rec
                           wsamt5 of webif-rec wsamt6 of webif-rec
             perform varying sp from 1 by 1 until sp > split-count
               move sp-share (sp) to wsplit-yen-edit
               move wsplit-yen-edit to wsplit-amt-out
               evaluate sp-slot (sp)
                 when 1 move wsplit-amt-out to wsamt1 of webif-rec
                 when 2 move wsplit-amt-out to wsamt2 of webif-rec
                 when 3 move wsplit-amt-out to wsamt3 of webif-rec
                 when 4 move wsplit-amt-out to wsamt4 of webif-rec
                 when 5 move wsplit-amt-out to wsamt5 of webif-rec
                 when 6 move wsplit-amt-out to wsamt6 of webif-rec
               end-evaluate
             end-perform
             exit.

      *------------------------------------------------
      *  CHECK-SPLIT-MEMBER  -  wcheck-member must be on the member
      *  master and not have left before today, the CHECK-MEMBER
      *  rule of the ledger; a master that does not exist yet
      *  passes everybody
      *------------------------------------------------
       CHECK-SPLIT-MEMBER section.
             set member-ok to true
             open input member-file
             if member-file-fs not = zero
               go to CHECK-SPLIT-MEMBER-EXIT
             end-if
             move wcheck-member to member-key
             read member-file
               invalid key set member-not-ok to true
               not invalid key
                 if member-departed
                    and member-leave-date not = space
                    and wnow-date > member-leave-date
                   set member-not-ok to true
                 end-if
             end-read
             close member-file.
       CHECK-SPLIT-MEMBER-EXIT.
             exit.

      *------------------------------------------------
      *  REGISTER-SPLIT  -  登録: under kozukai_lock and a login
      *  that may post, one open IOU from the payer to each other
      *  participant with a share, then with SPLITPOST 'Y' the
      *  payer's OUT row for the whole bill; the OUT row failing
      *  takes the IOUs back out, so a split never half-records
      *------------------------------------------------
       REGISTER-SPLIT section.
      *      the maintenance switch turns the registration away; the
      *      split itself is still worked out and shown
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on
               move mtc-banner to wsplit-msg of webif-rec
               go to REGISTER-SPLIT-EXIT
             end-if
             move 'kozukai_lock' to lc-lock-file
             set  lc-lock-exclusive to true
             perform GET-LOCK-TIMEOUT
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero
               string 'ロックを取得できないため'
                        delimited size
                      '登録を中断しました'
                        delimited size
                 into wsplit-msg of webif-rec
               end-string
               go to REGISTER-SPLIT-EXIT
             end-if
             perform CHECK-LOGIN
             if login-not-ok
               move '認証エラーです' to wsplit-msg of webif-rec
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to REGISTER-SPLIT-EXIT
             end-if
             if wlogin-role = 'viewer'
               move '権限がありません'
                    to wsplit-msg of webif-rec
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to REGISTER-SPLIT-EXIT
             end-if

      *      the OUT row's gates come before any IOU is written, so
      *      a refusal leaves nothing behind
             if wsplit-post of webif-rec = 'Y'
               perform CHECK-SPLIT-OUT
               if split-not-ok
                 call 'WEB_UNLOCK' using lc-web-lock rc
                 go to REGISTER-SPLIT-EXIT
               end-if
             end-if

             perform WRITE-SPLIT-IOUS
             if split-not-posted
               perform BACK-OUT-SPLIT-IOUS
               move '貸借を登録できません'
                    to wsplit-msg of webif-rec
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to REGISTER-SPLIT-EXIT
             end-if
             if wsplit-post of webif-rec = 'Y'
               perform POST-SPLIT-OUT
               if split-not-posted
                 perform BACK-OUT-SPLIT-IOUS
                 move '台帳へ転記できません'
                      to wsplit-msg of webif-rec
                 call 'WEB_UNLOCK' using lc-web-lock rc
                 go to REGISTER-SPLIT-EXIT
               end-if
               move '貸借と支出を登録しました'
                    to wsplit-msg of webif-rec
             else
               move '貸借を登録しました'
                    to wsplit-msg of webif-rec
             end-if
             call 'WEB_UNLOCK' using lc-web-lock rc.
       REGISTER-SPLIT-EXIT.
             exit.

      *------------------------------------------------
      *  WRITE-SPLIT-IOUS  -  the IOUs, dated today with the free
      *  sequence hunt IOU-ADD-PROC uses, their keys kept in
      *  wsplit-ious; split-not-posted on the first one that cannot
      *  be placed
      *------------------------------------------------
       WRITE-SPLIT-IOUS section.
             set split-posted to true
             move zero to wsplit-iou-count
             open i-o iou-file
             if iou-file-fs not = zero
               open output iou-file
               close iou-file
               open i-o iou-file
             end-if
             if iou-file-fs not = zero
               set split-not-posted to true
               go to WRITE-SPLIT-IOUS-EXIT
             end-if
             perform varying sp from 1 by 1
                until sp > split-count or split-not-posted
               if sp-member (sp) not = wsplit-payer of webif-rec
                  and sp-share (sp) > zero
                 initialize iou-rec
                 move wnow-date to iou-date
                 move wsplit-payer of webif-rec to iou-lender
                 move sp-member (sp) to iou-borrower
                 move sp-share (sp) to iou-money
                 move wsplit-total to wsplit-yen-edit
                 string '割り勘 総額'   delimited size
                        wsplit-yen-edit delimited size
                   into iou-note
                 end-string
                 move 'O' to iou-status
                 string wnow-date delimited size
                        wnow-time delimited size
                   into iou-updated
                 end-string
                 set split-not-posted to true
                 perform varying wsplit-seq from 0 by 1
                     until wsplit-seq > 99 or split-posted
                   move wsplit-seq to iou-seq
                   write iou-rec
                     invalid key continue
                     not invalid key set split-posted to true
                   end-write
                 end-perform
                 if split-posted
                   add 1 to wsplit-iou-count
                   move iou-key to wsplit-iou-key (wsplit-iou-count)
                   move 'IOU' to audit-operation
                   move iou-key to audit-key
                   move iou-lender to audit-before-detail
                   move space to audit-after-detail
                   string iou-borrower (1:14) delimited size
                          ' '                 delimited size
                          iou-money           delimited size
                     into audit-after-detail
                   end-string
                   perform AUDIT-WRITE
                 end-if
               end-if
             end-perform
             close iou-file.
       WRITE-SPLIT-IOUS-EXIT.
             exit.

      *------------------------------------------------
      *  BACK-OUT-SPLIT-IOUS  -  delete the IOUs this registration
      *  wrote, leaving a DELETE audit beside each IOU one
      *------------------------------------------------
       BACK-OUT-SPLIT-IOUS section.
             if wsplit-iou-count = zero
               go to BACK-OUT-SPLIT-IOUS-EXIT
             end-if
             open i-o iou-file
             if iou-file-fs not = zero
               go to BACK-OUT-SPLIT-IOUS-EXIT
             end-if
             perform varying sp from 1 by 1
                until sp > wsplit-iou-count
               move wsplit-iou-key (sp) to iou-key
               read iou-file
                 invalid key continue
                 not invalid key
                   delete iou-file
                   move 'DELETE' to audit-operation
                   move iou-key to audit-key
                   move iou-lender to audit-before-detail
                   move 'split registration backed out'
                     to audit-after-detail
                   perform AUDIT-WRITE
               end-read
             end-perform
             close iou-file
             move zero to wsplit-iou-count.
       BACK-OUT-SPLIT-IOUS-EXIT.
             exit.

      *------------------------------------------------
      *  CHECK-SPLIT-OUT  -  the payer's OUT row is spending, so it
      *  meets the gates every poster applies: today must be past
      *  the closed period and SPLITCAT (割り勘 when blank) must not
      *  be frozen; split-not-ok with the reason in SPLITMSG
      *------------------------------------------------
       CHECK-SPLIT-OUT section.
             set split-ok to true
             if wsplit-cat of webif-rec = space
               move '割り勘' to wsplit-category
             else
               move wsplit-cat of webif-rec to wsplit-category
             end-if

             perform GET-CLOSED-PERIOD
             if wclosed-ym not = space
                and wnow-date (1:6) not > wclosed-ym
               move '締め済の期間には登録できません'
                    to wsplit-msg of webif-rec
               set split-not-ok to true
               go to CHECK-SPLIT-OUT-EXIT
             end-if

             move 'category.dat' to fzc-category-file
             move wsplit-category to fzc-category
             move wnow-date to fzc-date
             call 'kozukaifreezecheck' using freeze-check-area
             if fzc-frozen
               string '凍結中の分類です: ' delimited size
                      fzc-frozen-category  delimited by '  '
                      ' ~'                 delimited size
                      fzc-to-date          delimited size
                 into wsplit-msg of webif-rec
               end-string
               set split-not-ok to true
             end-if.
       CHECK-SPLIT-OUT-EXIT.
             exit.

      *------------------------------------------------
      *  GET-CLOSED-PERIOD  -  read the last closed YYYYMM from the
      *  posting-period control file into wclosed-ym (space when
      *  nothing has been closed yet)
      *------------------------------------------------
       GET-CLOSED-PERIOD section.
             move space to wclosed-ym
             move 'CLOSEDYM' to period-key
             open input period-file
             if period-file-fs = zero then
               read period-file
                 invalid key continue
                 not invalid key move period-closed-ym to wclosed-ym
               end-read
               close period-file
             end-if
             exit.

      *------------------------------------------------
      *  POST-SPLIT-OUT  -  the payer's OUT row for the whole bill,
      *  dated today under the category CHECK-SPLIT-OUT settled, on
      *  the default account, posted with the free-sequence hunt,
      *  audited as an ADD and folded into the month totals the way
      *  every poster does
      *------------------------------------------------
       POST-SPLIT-OUT section.
             set split-not-posted to true
             move space to wsplit-out-key
             open i-o kozukai-file
             if kozukai-file-fs not = zero
               open output kozukai-file
               close kozukai-file
               open i-o kozukai-file
             end-if
             if kozukai-file-fs not = zero
               go to POST-SPLIT-OUT-EXIT
             end-if
             initialize kozukai-rec
             move wnow-date to wdate-rec of kozukai-rec
             move wsplit-category to wcategory of kozukai-rec
             move '2' to in-or-out of kozukai-rec
             move wsplit-total to money of kozukai-rec
             move wsplit-payer of webif-rec to wmember of kozukai-rec
             move 'JPY' to wcurrency of kozukai-rec
             move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to waccount of kozukai-rec
             string '割り勘 '   delimited size
                    wsplit-pair delimited space
               into note of kozukai-rec
             end-string
             perform varying wsplit-seq from 0 by 1
                 until wsplit-seq > 999 or split-posted
               move wsplit-seq to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 not invalid key set split-posted to true
               end-write
             end-perform
             close kozukai-file
             if split-not-posted
               go to POST-SPLIT-OUT-EXIT
             end-if
             move kozukai-key of kozukai-rec to wsplit-out-key
             move 'ADD' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             perform AUDIT-WRITE
             perform ADJUST-TOTALS.
       POST-SPLIT-OUT-EXIT.
             exit.

      *------------------------------------------------
      *  ADJUST-TOTALS  -  fold the just-posted OUT row into the
      *  category-month totals file the budget check reads; the row
      *  is always yen, so no rate applies.  A totals row that does
      *  not exist yet is left for the budget check to seed from its
      *  own full scan, the same rule the CGI follows
      *------------------------------------------------
       ADJUST-TOTALS section.
             move wcategory of kozukai-rec to tot-category
             move wdate-rec of kozukai-rec (1:6) to tot-ym
             open i-o totals-file
             if totals-file-fs not = zero
               go to ADJUST-TOTALS-EXIT
             end-if
             read totals-file
               invalid key continue
               not invalid key
                 add money of kozukai-rec to tot-out-total
                 string wnow-date delimited size
                        wnow-time delimited size
                   into tot-updated
                 end-string
                 rewrite totals-rec
             end-read
             close totals-file.
       ADJUST-TOTALS-EXIT.
             exit.

      *------------------------------------------------
      *  RECALL-HISTORY  -  mode 'r': load the result of history
      *  slot RECALL (1-5) back into data1, ready to be the first
                   when 'd' move '/' to wop-disp
                   when 'i' move 'I' to wop-disp
                   when 'e' move 'E' to wop-disp
                   when 'x' move 'X' to wop-disp
                   when 'p' move 'P' to wop-disp
                   when other move '?' to wop-disp
                 end-evaluate
                 string hist-data1 (h)  delimited size
             end-perform
             exit.

      *------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before a split is recorded
      *------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             move space to wlogin-role
             if wusername of webif-rec not = space then
               move wusername of webif-rec to cred-username
               open input credentials-file
               if credentials-file-fs = zero then
                 read credentials-file
                   invalid key set login-not-ok to true
                   not invalid key
                     perform VERIFY-CRED-PASSWORD
                     move cred-role to wlogin-role
                 end-read
                 close credentials-file
               end-if
             end-if
             exit.

      *------------------------------------------------
      *  VERIFY-CRED-PASSWORD  -  a locked account never verifies;
      *  otherwise the posted password is checked against the salted
      *  hash, falling back to the legacy clear-text field only while
      *  the row has no hash yet
      *------------------------------------------------
       VERIFY-CRED-PASSWORD section.
             if cred-is-locked
               go to VERIFY-CRED-PASSWORD-EXIT
             end-if
             if cred-hash not = zero
               move cred-salt to whash-salt
               move wpassword of webif-rec to whash-pass
               perform COMPUTE-CRED-HASH
               if whash-value = cred-hash
                 set login-ok to true
               end-if
             else
               if cred-password not = space
                  and cred-password = wpassword of webif-rec
                 set login-ok to true
               end-if
             end-if.
       VERIFY-CRED-PASSWORD-EXIT.
             exit.

      *------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  byte modulo the prime 999999937, the same fold the audit
      *  chain uses
      *------------------------------------------------
       COMPUTE-CRED-HASH section.
             move zero to whash-work
             perform varying whash-i from 1 by 1
                until whash-i > length of whash-input
               compute whash-ord =
                  function ord(whash-input (whash-i:1))
               compute whash-work =
                  function mod(whash-work * 31 + whash-ord,
                               999999937)
             end-perform
             move whash-work to whash-value
             exit.

      *------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); CALC_LOCKTIMEOUT lets an
