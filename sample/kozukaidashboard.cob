      *  kozukai.dat and category.dat with no batch dependency:
      *  month-to-date IN, OUT and net, each category's OUT against
      *  its budget with an over/under marker, the current running
      *  balance and each payment account's share of it, and the
      *  five largest OUT entries of the month, all
      *  converted to JPY the way the reports convert.  Answers "how
      *  are we doing this month?" without a 参照 scroll, last
      *  night's summary file and mental math.
        select perf-file assign to "kozukaiperf.txt"
           organization line sequential
           file status is perf-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is sequential
           record key is pacct-code
           file status is payacct-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       fd perf-file.
       copy perffile.

       fd payacct-file.
       copy payacctfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FORMAT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wformat         pic x(04) value space.
         02 filler pic x value low-value.
         02 dash-cat-table.
            03 dash-cat-array occurs 30.
               04 dtbl-category pic x(20).
               04 dgol-saved     pic -z(9)9.
               04 dgol-remaining pic -z(9)9.
               04 dgol-marker    pic x(09).
         02 dash-acct-table.
            03 dash-acct-array occurs 10.
               04 dact-code      pic x(04).
               04 dact-name      pic x(20).
               04 dact-balance   pic -z(9)9.

       copy auditlog.

       01 wexch-k            pic 9(03).
       01 wmoney-jpy         pic s9(10).

      *  running balance split by payment account: every open or
      *  closed account of the master gets a line, rows without an
      *  account count as KOZUKAI_DEFAULT_ACCOUNT, and a row whose
      *  account is not in the master lands on a '未指定' line so the
      *  lines always add up to the household balance
       01 payacct-file-fs    pic 9(2).
       01 payacct-eof        pic x(3) value space.
       01 dacct-table.
        02 dacct-entry occurs 10.
         03 dac-code         pic x(04).
         03 dac-name         pic x(20).
         03 dac-balance      pic s9(10).
       01 dacct-count        pic 9(02) value zero.
       01 ax                 pic 9(02).
       01 wrow-account       pic x(04) value space.
       01 wdefault-account   pic x(04) value space.

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

      *  FORMAT=JSON answer (see WRITE-JSON-DASHBOARD)
       copy jsonout.
       01 wjson-x            pic 9(02) value zero.

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          else
            perform LOAD-RATE-TABLE
            perform LOAD-GOALS
            perform LOAD-ACCOUNTS
            perform SCAN-LEDGER
            perform LOAD-BUDGETS
            perform LOAD-ENVELOPES
          end-if.

          perform PERF-WRITE.
          if wformat of webif-rec = 'JSON'
            perform WRITE-JSON-DASHBOARD
          else
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
          end-if.
          STOP RUN.

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      *  SCAN-LEDGER  -  one pass over the whole file: every row
      *  folds into the running balance and its account's balance,
      *  and this month's rows also feed the month-to-date totals,
      *  the per-category OUT table and the largest-OUT ranking
      *----------------------------------------------------------------
       SCAN-LEDGER section.
             open input kozukai-file
               else
                 subtract wmoney-jpy from wrunning-balance
               end-if
               perform FOLD-ACCOUNT-BALANCE
      *        adjustment rows move the balance but are not spend;
      *        the month-to-date and category figures skip them.  A
      *        refund linked to a purchase of this month takes its
      *        amount back off the month's and category's OUT
               if wrefund-of of kozukai-rec (1:6) = wthis-ym
                  and wreason-code of kozukai-rec = space
                 subtract wmoney-jpy from wmtd-out
                 perform FOLD-CATEGORY-OUT
               end-if
               if wdate-rec of kozukai-rec (1:6) = wthis-ym
                  and wreason-code of kozukai-rec = space
                  and wrefund-of of kozukai-rec = space
                 if in-or-out of kozukai-rec = '1'
                   add wmoney-jpy to wmtd-in
                 else
       SCAN-LEDGER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-ACCOUNTS  -  the payment-account master into the work
      *  table, in code order; a missing master leaves the panel
      *  empty and the household balance alone on the screen
      *----------------------------------------------------------------
       LOAD-ACCOUNTS section.
             move zero to dacct-count
             move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wdefault-account
             open input payacct-file
             if payacct-file-fs not = zero
               go to LOAD-ACCOUNTS-EXIT
             end-if
             move space to payacct-eof
             read payacct-file next record
               at end move 'EOF' to payacct-eof
             end-read
      *      the last line is held back for the '未指定' bucket
             perform until payacct-eof = 'EOF' or dacct-count >= 9
               add 1 to dacct-count
               move pacct-code to dac-code (dacct-count)
               move pacct-name to dac-name (dacct-count)
               move zero to dac-balance (dacct-count)
               read payacct-file next record
                 at end move 'EOF' to payacct-eof
               end-read
             end-perform
             close payacct-file.
       LOAD-ACCOUNTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-ACCOUNT-BALANCE  -  move the current row's JPY amount
      *  into its account's balance, IN up and OUT down, the same
      *  sign rule as the household running balance
      *----------------------------------------------------------------
       FOLD-ACCOUNT-BALANCE section.
             if dacct-count = zero
               go to FOLD-ACCOUNT-BALANCE-EXIT
             end-if
             move waccount of kozukai-rec to wrow-account
             if wrow-account = space
               move wdefault-account to wrow-account
             end-if
             move zero to j
             perform varying ax from 1 by 1 until ax > dacct-count
               if dac-code (ax) = wrow-account
                 move ax to j
                 exit perform
               end-if
             end-perform
             if j = zero
               perform varying ax from 1 by 1 until ax > dacct-count
                 if dac-code (ax) = space
                   move ax to j
                   exit perform
                 end-if
               end-perform
             end-if
             if j = zero
               if dacct-count >= 10
                 go to FOLD-ACCOUNT-BALANCE-EXIT
               end-if
               add 1 to dacct-count
               move dacct-count to j
               move space to dac-code (j)
               move '未指定' to dac-name (j)
               move zero to dac-balance (j)
             end-if
             if in-or-out of kozukai-rec = '1'
               add wmoney-jpy to dac-balance (j)
             else
               subtract wmoney-jpy from dac-balance (j)
             end-if.
       FOLD-ACCOUNT-BALANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-GOALS  -  the first five goals of the master into the
      *  work table; a missing master just leaves the panel empty

      *----------------------------------------------------------------
      *  FOLD-CATEGORY-OUT  -  find-or-add the category and fold the
      *  JPY amount into its month-to-date OUT total (a refund's
      *  out of it)
      *----------------------------------------------------------------
       FOLD-CATEGORY-OUT section.
             move zero to j
               move zero to dcat-budget (j)
               move zero to dcat-envelope (j)
             end-if
             if wrefund-of of kozukai-rec not = space
               subtract wmoney-jpy from dcat-out (j)
             else
               add wmoney-jpy to dcat-out (j)
             end-if.
       FOLD-CATEGORY-OUT-EXIT.
             exit.

                 move space to dgol-marker (gx)
               end-if
             end-perform

             move space to dash-acct-table of webif-rec
             perform varying ax from 1 by 1 until ax > dacct-count
               move dac-code (ax)    to dact-code (ax)
               move dac-name (ax)    to dact-name (ax)
               move dac-balance (ax) to dact-balance (ax)
             end-perform
             exit.

      *----------------------------------------------------------------
       FILL-ONE-GROUP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-JSON-DASHBOARD  -  the "dashboard" document of the
      *  JSONOUT copybook off the filled screen record, the same
      *  figures the template shows; an indented child category
      *  goes out unindented at level 2
      *----------------------------------------------------------------
       WRITE-JSON-DASHBOARD section.
             move 'dashboard' to jo-name
             set jo-begin to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'error' to jo-name
             move werrmsg of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'ledger' to jo-name
             move wledger of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'month' to jo-name
             move wmonth-out of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'mtd_in' to jo-name
             move wmtd-in-out of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'mtd_out' to jo-name
             move wmtd-out-out of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'mtd_net' to jo-name
             move wmtd-net-out of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'balance' to jo-name
             move wbalance-out of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area

             move 'categories' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             perform varying wjson-x from 1 by 1 until wjson-x > 30
               if dtbl-category (wjson-x) not = space
                 perform WRITE-JSON-CATEGORY
               end-if
             end-perform
             set jo-close-array to true
             call 'kozukaijsonout' using json-out-area

             move 'top_out' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             perform varying wjson-x from 1 by 1 until wjson-x > 5
               if dtop-date (wjson-x) not = space
                 perform WRITE-JSON-TOP-OUT
               end-if
             end-perform
             set jo-close-array to true
             call 'kozukaijsonout' using json-out-area

             move 'goals' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             perform varying wjson-x from 1 by 1 until wjson-x > 5
               if dgol-name (wjson-x) not = space
                 perform WRITE-JSON-GOAL
               end-if
             end-perform
             set jo-close-array to true
             call 'kozukaijsonout' using json-out-area

             move 'accounts' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             perform varying wjson-x from 1 by 1 until wjson-x > 10
               if dact-name (wjson-x) not = space
                 perform WRITE-JSON-ACCOUNT
               end-if
             end-perform

             set jo-end to true
             call 'kozukaijsonout' using json-out-area
             exit.

       WRITE-JSON-CATEGORY section.
             set jo-open-object to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'category' to jo-name
             if dtbl-category (wjson-x) (1:2) = space
               move dtbl-category (wjson-x) (3:18) to jo-value
             else
               move dtbl-category (wjson-x) to jo-value
             end-if
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'level' to jo-name
             if dtbl-category (wjson-x) (1:2) = space
               move '2' to jo-value
             else
               move '1' to jo-value
             end-if
             call 'kozukaijsonout' using json-out-area
             move 'out' to jo-name
             move dtbl-out (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'budget' to jo-name
             move dtbl-budget (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'envelope' to jo-name
             move dtbl-envelope (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'over' to jo-name
             if dtbl-marker (wjson-x) = space
               move 'false' to jo-value
             else
               move 'true' to jo-value
             end-if
             call 'kozukaijsonout' using json-out-area
             set jo-close-object to true
             call 'kozukaijsonout' using json-out-area
             exit.

       WRITE-JSON-TOP-OUT section.
             set jo-open-object to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'date' to jo-name
             move dtop-date (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'category' to jo-name
             move dtop-category (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'amount' to jo-name
             move dtop-money (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'note' to jo-name
             move dtop-note (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-close-object to true
             call 'kozukaijsonout' using json-out-area
             exit.

       WRITE-JSON-GOAL section.
             set jo-open-object to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'name' to jo-name
             move dgol-name (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'target' to jo-name
             move dgol-target (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'saved' to jo-name
             move dgol-saved (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'remaining' to jo-name
             move dgol-remaining (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'achieved' to jo-name
             if dgol-marker (wjson-x) = space
               move 'false' to jo-value
             else
               move 'true' to jo-value
             end-if
             call 'kozukaijsonout' using json-out-area
             set jo-close-object to true
             call 'kozukaijsonout' using json-out-area
             exit.

       WRITE-JSON-ACCOUNT section.
             set jo-open-object to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'code' to jo-name
             move dact-code (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'name' to jo-name
             move dact-name (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-literal to true
             move 'balance' to jo-name
             move dact-balance (wjson-x) to jo-value
             call 'kozukaijsonout' using json-out-area
             set jo-close-object to true
             call 'kozukaijsonout' using json-out-area
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               close perf-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-MESSAGE  -  the message in the reader's language
      *  from the message catalog; Japanese, or text the catalog does
      *  not hold, goes out as it stands
      *----------------------------------------------------------------
       TRANSLATE-MESSAGE section.
             if werrmsg of webif-rec = space
               go to TRANSLATE-MESSAGE-EXIT
             end-if
             move space to mc-user
             set mc-by-text to true
             move werrmsg of webif-rec to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of webif-rec.
       TRANSLATE-MESSAGE-EXIT.
             exit.
