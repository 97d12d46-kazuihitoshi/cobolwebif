      *  (60 by default, 90 at most, on the command line) so "will we
      *  go negative before payday" is a report instead of a worry.
      *  The starting balance is seeded from the newest month-end
      *  snapshot in kozukaibalsnap.dat plus the rows dated after
      *  it in the nightly reporting extract (kozukaiextract.cob,
      *  whose build stamp heads the report), the same face-value
      *  arithmetic select-proc keeps.
      *  Each future day is then loaded with the scheduled postings
      *  from kozukaitemplate.dat - honoring tmpl-shift against the
      *  holiday calendar exactly the way kozukairecur.cob does - and
      *  already account for, so scheduled spend is not counted
      *  twice.  The first day the projection dips below zero is
      *  flagged.  Output: kozukaiforecast.txt.
      *  Credit cards are projected as cash: what is still owed on
      *  each card in kozukaicard.dat (its OUT rows less its IN
      *  rows, settlements included) is added back to the starting
      *  balance, since the bank has not paid it yet; each statement
      *  in kozukaicardstmt.dat not yet debited then leaves on its
      *  due date, and the unbilled remainder on the due date of the
      *  card's next closing.
      *  Household assets in use (kozukaidurable.dat) whose useful
      *  life ends inside the horizon take their expected
      *  replacement cost off the ladder on the day the life ends;
      *  an asset already past its life is left to the household's
      *  judgement and not projected.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select balsnap-file assign to "kozukaibalsnap.dat"
           organization is indexed access mode is dynamic
           record key is snap-ym
           organization is indexed access mode is sequential
           record key is tot-key
           file status is totals-file-fs.
        select card-file assign to "kozukaicard.dat"
           organization is indexed access mode is sequential
           record key is card-code
           file status is card-file-fs.
        select cardstmt-file assign to "kozukaicardstmt.dat"
           organization is indexed access mode is sequential
           record key is cstmt-key
           file status is cardstmt-file-fs.
        select durable-file assign to "kozukaidurable.dat"
           organization is indexed access mode is sequential
           record key is dur-key
           file status is durable-file-fs.
        select report-file assign to "kozukaiforecast.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd balsnap-file.
       copy balsnapfile.
       fd totals-file.
       copy kozukaitotalsfile.

       fd card-file.
       copy cardfile.

       fd cardstmt-file.
       copy cardstmtfile.

       fd durable-file.
       copy durablefile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       01 balsnap-file-fs    pic 9(2).
       01 template-file-fs   pic 9(2).
       01 holiday-file-fs    pic 9(2).
       01 totals-file-fs     pic 9(2).
       01 report-file-fs     pic 9(2).
       01 template-eof       pic x(3) value space.
       01 holiday-eof        pic x(3) value space.
       01 totals-eof         pic x(3) value space.
       01 card-file-fs       pic 9(2).
       01 cardstmt-file-fs   pic 9(2).
       01 card-eof           pic x(3) value space.
       01 cardstmt-eof       pic x(3) value space.
       01 durable-file-fs    pic 9(2).
       01 durable-eof        pic x(3) value space.

       01 warg               pic x(10) value space.
       01 whorizon-days      pic 9(03) value 60.
       01 wdaily-drain       pic s9(09) value zero.
       01 wcat-drain         pic s9(09) value zero.

      *  card cash view: per card what is owed (OUT less IN on the
      *  card account), how much of it sits on statements not yet
      *  debited, and the newest closing date already a statement
       01 fcard-table.
        02 fcard-entry occurs 20.
         03 fct-code         pic x(04).
         03 fct-debt         pic s9(10).
         03 fct-billed       pic s9(10).
         03 fct-last-close   pic x(08).
       01 fcard-count        pic 9(02) value zero.
       01 c                  pic 9(02).
       01 wcard-debt-total   pic s9(10) value zero.
       01 wcard-rest         pic s9(10) value zero.
       01 wland-date         pic x(08) value space.
       01 wland-amount       pic s9(10) value zero.
       01 wnext-close        pic x(08) value space.
       01 wdue-date          pic x(08) value space.
       01 wcy-yyyy           pic 9(04) value zero.
       01 wcy-mm             pic 9(02) value zero.
       01 wcy-day            pic 9(02) value zero.
       01 wcy-date           pic x(08) value space.
       01 wcy-date-num       pic 9(08) value zero.
       01 wcy-next-num       pic 9(08) value zero.
       01 wcy-last-int       pic 9(09) value zero.
       01 wcy-maxdd          pic 9(02) value zero.
       01 wym-step           pic s9(03) value zero.

      *  replacements of household assets whose life ends inside
      *  the horizon, kept for the report
       01 repl-table.
        02 repl-entry occurs 20.
         03 rpt-date         pic x(08).
         03 rpt-name         pic x(40).
         03 rpt-amount       pic s9(10).
       01 repl-count         pic 9(02) value zero.
       01 wrepl-total        pic s9(10) value zero.
       01 weol-date          pic x(08) value space.
       01 weol-yyyy          pic 9(04) value zero.

       01 wfirst-neg-date    pic x(08) value space.
       01 wdisp-balance      pic -z(9)9.
       01 wdisp-delta        pic -z(9)9.
       01 wneg-mark          pic x(10) value space.

       copy rptextchk.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
             function integer-of-date(19700101).

          perform LOAD-HOLIDAY-TABLE.
          perform LOAD-CARDS.
          perform SEED-START-BALANCE.
          perform BUILD-DAY-LADDER.
          perform APPLY-CARD-STATEMENTS.
          perform APPLY-CARD-REMAINDER.
          perform APPLY-REPLACEMENTS.
          perform APPLY-TEMPLATES.
          perform LOAD-TRAILING-AVERAGES.
          perform APPLY-DISCRETIONARY.

      *----------------------------------------------------------------
      *  SEED-START-BALANCE  -  the newest month-end snapshot plus
      *  every extract row dated after it; a missing snapshot file
      *  just means the whole-ledger scan, where a carry-forward row
      *  restating an archived year is passed over.  The same pass
      *  sums what is owed on each card, whatever its date, and that
      *  debt is added back: a card purchase leaves the bank on its
      *  due date, not the day it was keyed.
      *----------------------------------------------------------------
       SEED-START-BALANCE section.
             move zero to wstart-balance
               end-string
             end-if

             perform OPEN-EXTRACT
             perform READ-EXTRACT
             perform until rxc-eof = 'EOF'
               if (wsnap-cut-date = space
                   or rx-date > wsnap-cut-date)
                  and not rx-carry-dup
                 if rx-in-or-out = '1'
                   add rx-money to wstart-balance
                 else
                   subtract rx-money from wstart-balance
                 end-if
               end-if
               if fcard-count > zero
                 perform FOLD-CARD-DEBT
               end-if
               perform READ-EXTRACT
             end-perform
             close rptext-file.
             move zero to wcard-debt-total
             perform varying c from 1 by 1 until c > fcard-count
               add fct-debt (c) to wcard-debt-total
             end-perform
             add wcard-debt-total to wstart-balance.
       SEED-START-BALANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-CARDS  -  every card in the card master, stopped ones
      *  too (a stopped card can still owe); a missing master leaves
      *  the table empty and the forecast as it always was
      *----------------------------------------------------------------
       LOAD-CARDS section.
             move zero to fcard-count
             open input card-file
             if card-file-fs = zero then
               move space to card-eof
               read card-file next record
                 at end move 'EOF' to card-eof
               end-read
               perform until card-eof = 'EOF' or fcard-count >= 20
                 add 1 to fcard-count
                 move card-code to fct-code (fcard-count)
                 move zero to fct-debt (fcard-count)
                 move zero to fct-billed (fcard-count)
                 move space to fct-last-close (fcard-count)
                 read card-file next record
                   at end move 'EOF' to card-eof
                 end-read
               end-perform
               close card-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  FOLD-CARD-DEBT  -  a row on a card's account: OUT adds to
      *  what the card owes, IN (a refund or the settlement half of
      *  a debit) takes off, at face value as the balance itself is
      *----------------------------------------------------------------
       FOLD-CARD-DEBT section.
             perform varying c from 1 by 1 until c > fcard-count
               if fct-code (c) = rx-account
                 if rx-in-or-out = '2'
                   add rx-money to fct-debt (c)
                 else
                   subtract rx-money from fct-debt (c)
                 end-if
                 exit perform
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  BUILD-DAY-LADDER  -  one slot per day from tomorrow through
      *  the horizon, delta zero until the loaders fill it
             end-perform
             exit.

      *----------------------------------------------------------------
      *  APPLY-CARD-STATEMENTS  -  every statement not yet debited
      *  leaves the bank on its due date; one already past due (held
      *  here, but the card company debits regardless) leaves
      *  tomorrow.  Each card's newest closing date is kept so
      *  APPLY-CARD-REMAINDER knows which cycle is still open.
      *----------------------------------------------------------------
       APPLY-CARD-STATEMENTS section.
             if fcard-count = zero
               go to APPLY-CARD-STATEMENTS-EXIT
             end-if
             open input cardstmt-file
             if cardstmt-file-fs not = zero
               go to APPLY-CARD-STATEMENTS-EXIT
             end-if
             move space to cardstmt-eof
             read cardstmt-file next record
               at end move 'EOF' to cardstmt-eof
             end-read
             perform until cardstmt-eof = 'EOF'
               perform varying c from 1 by 1 until c > fcard-count
                 if fct-code (c) = cstmt-card
                   if cstmt-close-date > fct-last-close (c)
                      or fct-last-close (c) = space
                     move cstmt-close-date to fct-last-close (c)
                   end-if
                   if not cstmt-is-posted and cstmt-total > zero
                     add cstmt-total to fct-billed (c)
                     move cstmt-due-date to wland-date
                     move cstmt-total to wland-amount
                     perform LAND-CARD-DEBIT
                   end-if
                   exit perform
                 end-if
               end-perform
               read cardstmt-file next record
                 at end move 'EOF' to cardstmt-eof
               end-read
             end-perform
             close cardstmt-file.
       APPLY-CARD-STATEMENTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  APPLY-CARD-REMAINDER  -  what a card owes beyond its open
      *  statements is the cycle still running; it leaves on the
      *  due date of the next closing that is not a statement yet,
      *  computed the way kozukaicardbill.cob will compute it
      *----------------------------------------------------------------
       APPLY-CARD-REMAINDER section.
             if fcard-count = zero
               go to APPLY-CARD-REMAINDER-EXIT
             end-if
             open input card-file
             if card-file-fs not = zero
               go to APPLY-CARD-REMAINDER-EXIT
             end-if
             move space to card-eof
             read card-file next record
               at end move 'EOF' to card-eof
             end-read
             perform until card-eof = 'EOF'
               perform varying c from 1 by 1 until c > fcard-count
                 if fct-code (c) = card-code
                   compute wcard-rest = fct-debt (c) - fct-billed (c)
                   if wcard-rest > zero
                     perform SET-NEXT-DUE-DATE
                     move wdue-date to wland-date
                     move wcard-rest to wland-amount
                     perform LAND-CARD-DEBIT
                   end-if
                   exit perform
                 end-if
               end-perform
               read card-file next record
                 at end move 'EOF' to card-eof
               end-read
             end-perform
             close card-file.
       APPLY-CARD-REMAINDER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-NEXT-DUE-DATE  -  this month's closing date for the card
      *  in card-rec, or next month's once this month's has passed
      *  or is already a statement; then its due date, card-pay-day
      *  of the month card-pay-months on, shifted per card-shift
      *----------------------------------------------------------------
       SET-NEXT-DUE-DATE section.
             move wnow-date (1:4) to wcy-yyyy
             move wnow-date (5:2) to wcy-mm
             move card-close-day to wcy-day
             perform SET-CYCLE-DATE
             if wcy-date < wnow-date
                or (fct-last-close (c) not = space
                    and wcy-date not > fct-last-close (c))
               move wnow-date (1:4) to wcy-yyyy
               move wnow-date (5:2) to wcy-mm
               move 1 to wym-step
               perform STEP-CYCLE-MONTH
               move card-close-day to wcy-day
               perform SET-CYCLE-DATE
             end-if
             move wcy-date to wnext-close
             move wnext-close (1:4) to wcy-yyyy
             move wnext-close (5:2) to wcy-mm
             move card-pay-months to wym-step
             perform STEP-CYCLE-MONTH
             move card-pay-day to wcy-day
             perform SET-CYCLE-DATE
             move wcy-date to wdue-date
             if card-shift-none
               go to SET-NEXT-DUE-DATE-EXIT
             end-if
             move zero to wshift-tries
             move wdue-date to wbd-date
             perform CHECK-BUSINESS-DAY
             perform until is-business-day or wshift-tries >= 10
               add 1 to wshift-tries
               move wdue-date to wbd-date-num
               compute wbd-date-int =
                  function integer-of-date(wbd-date-num)
               if card-shift-forward
                 add 1 to wbd-date-int
               else
                 subtract 1 from wbd-date-int
               end-if
               compute wbd-date-num =
                  function date-of-integer(wbd-date-int)
               move wbd-date-num to wdue-date
               move wdue-date to wbd-date
               perform CHECK-BUSINESS-DAY
             end-perform.
       SET-NEXT-DUE-DATE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STEP-CYCLE-MONTH  -  move (wcy-yyyy, wcy-mm) wym-step months
      *  forward
      *----------------------------------------------------------------
       STEP-CYCLE-MONTH section.
             compute wym-work = wcy-yyyy * 12 + wcy-mm - 1 + wym-step
             compute wcy-yyyy = wym-work / 12
             compute wcy-mm = function mod(wym-work, 12) + 1
             exit.

      *----------------------------------------------------------------
      *  SET-CYCLE-DATE  -  (wcy-yyyy, wcy-mm, wcy-day) to wcy-date,
      *  a day of zero or past the month's end taking the last day
      *----------------------------------------------------------------
       SET-CYCLE-DATE section.
             if wcy-mm = 12
               compute wcy-next-num = (wcy-yyyy + 1) * 10000 + 101
             else
               compute wcy-next-num =
                  wcy-yyyy * 10000 + (wcy-mm + 1) * 100 + 1
             end-if
             compute wcy-last-int =
                function integer-of-date(wcy-next-num) - 1
             compute wcy-date-num =
                function date-of-integer(wcy-last-int)
             compute wcy-maxdd = function mod(wcy-date-num, 100)
             if wcy-day = zero or wcy-day > wcy-maxdd
               move wcy-maxdd to wcy-day
             end-if
             compute wcy-date-num =
                wcy-yyyy * 10000 + wcy-mm * 100 + wcy-day
             move wcy-date-num to wcy-date
             exit.

      *----------------------------------------------------------------
      *  LAND-CARD-DEBIT  -  take wland-amount off the ladder slot
      *  for wland-date, or off tomorrow when that date is already
      *  behind us; a date past the horizon simply falls off the end
      *----------------------------------------------------------------
       LAND-CARD-DEBIT section.
             if wland-date not > wnow-date
               subtract wland-amount from dayt-delta (1)
               go to LAND-CARD-DEBIT-EXIT
             end-if
             perform varying e from 1 by 1
                until e > whorizon-days
               if dayt-date (e) = wland-date
                 subtract wland-amount from dayt-delta (e)
                 exit perform
               end-if
             end-perform.
       LAND-CARD-DEBIT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  APPLY-REPLACEMENTS  -  every asset in use whose life ends
      *  after today and inside the ladder lands its replacement
      *  cost on that day; the life ends that many years after the
      *  purchase date, a 29 February purchase on the 28th
      *----------------------------------------------------------------
       APPLY-REPLACEMENTS section.
             open input durable-file
             if durable-file-fs not = zero
               go to APPLY-REPLACEMENTS-EXIT
             end-if
             move space to durable-eof
             read durable-file next record
               at end move 'EOF' to durable-eof
             end-read
             perform until durable-eof = 'EOF'
               if dur-in-use and dur-replace-cost > zero
                 move dur-purchase-date (1:4) to weol-yyyy
                 add dur-life-years to weol-yyyy
                 move dur-purchase-date to weol-date
                 move weol-yyyy to weol-date (1:4)
                 if weol-date (5:4) = '0229'
                   move '0228' to weol-date (5:4)
                 end-if
                 if weol-date > wnow-date
                    and weol-date not > dayt-date (whorizon-days)
                   move weol-date to wland-date
                   move dur-replace-cost to wland-amount
                   perform LAND-CARD-DEBIT
                   add dur-replace-cost to wrepl-total
                   if repl-count < 20
                     add 1 to repl-count
                     move weol-date to rpt-date (repl-count)
                     move dur-name  to rpt-name (repl-count)
                     move dur-replace-cost to rpt-amount (repl-count)
                   end-if
                 end-if
               end-if
               read durable-file next record
                 at end move 'EOF' to durable-eof
               end-read
             end-perform
             close durable-file.
       APPLY-REPLACEMENTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  APPLY-TEMPLATES  -  for every ladder day whose day-of-month
      *  matches an unpaused template, land the template's signed
               into report-line
             end-string
             write report-line
             move rxc-stamp-line to report-line
             write report-line
             move wstart-balance to wdisp-balance
             move spaces to report-line
             string 'STARTING BALANCE ' delimited size
               into report-line
             end-string
             write report-line
             if wcard-debt-total not = zero
               move wcard-debt-total to wdisp-balance
               move spaces to report-line
               string '  INCL. CARD DEBT ' delimited size
                      wdisp-balance        delimited size
                 into report-line
               end-string
               write report-line
             end-if
             if wrepl-total not = zero
               move wrepl-total to wdisp-balance
               move spaces to report-line
               string 'ASSET REPLACEMENTS ' delimited size
                      wdisp-balance         delimited size
                 into report-line
               end-string
               write report-line
               perform varying i from 1 by 1 until i > repl-count
                 move rpt-amount (i) to wdisp-delta
                 move spaces to report-line
                 move rpt-date (i)      to report-line (3:8)
                 move rpt-name (i) (1:30) to report-line (13:30)
                 move wdisp-delta       to report-line (45:10)
                 write report-line
               end-perform
             end-if
             move spaces to report-line
             write report-line

             end-if
             write report-line
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
               display 'kozukaiforecast: ' rxc-filename
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
               display 'kozukaiforecast: ' rxc-filename
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
               display 'kozukaiforecast: reporting extract is stale, '
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
