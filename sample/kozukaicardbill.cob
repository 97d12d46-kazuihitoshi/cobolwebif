       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaicardbill.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch job - the credit-card billing cycle.  Card purchases
      *  post as OUT on the day of the swipe, on the card's own
      *  payment account, but the cash leaves the bank a month or so
      *  later; this job bridges the two.  Run nightly from
      *  kozukaieod.cob for the target date (today, or YYYYMMDD on
      *  the command line):
      *    - every active card whose closing day has come (this
      *      month's, or last month's if a night was missed) and
      *      has no statement for it yet closes the cycle: the
      *      card's rows dated after the previous closing through
      *      this one, OUT less IN (refunds), converted to JPY, are
      *      saved as a statement in kozukaicardstmt.dat with its
      *      due date - the pay day card-pay-months later, shifted
      *      off weekends and holidays per card-shift the way
      *      kozukairecur.cob shifts a template;
      *    - every unposted statement whose due date has come posts
      *      the debit: the bank account's OUT row and the card
      *      account's IN row, dated the due date, reason code CARD
      *      so the debit is never counted as spend on top of the
      *      purchases themselves.  A statement whose card company
      *      figure disagreed (held), or whose card requires a check
      *      that has not been keyed yet, stays unposted, is listed
      *      and is raised in the ops room until it is cleared on
      *      kozukaicardadmin.cob.
      *  Output: kozukaicardbill.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select card-file assign to "kozukaicard.dat"
           organization is indexed access mode is dynamic
           record key is card-code
           file status is card-file-fs.
        select cardstmt-file assign to "kozukaicardstmt.dat"
           organization is indexed access mode is dynamic
           record key is cstmt-key
           file status is cardstmt-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select period-file assign to "kozukaiperiod.dat"
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
        select holiday-file assign to "kozukaiholiday.dat"
           organization is indexed access mode is sequential
           record key is holiday-date
           file status is holiday-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select report-file assign to "kozukaicardbill.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd card-file.
       copy cardfile.

       fd cardstmt-file.
       copy cardstmtfile.

       fd kozukai-file.
       copy kozukaifile.

       fd period-file.
       copy periodfile.

       fd holiday-file.
       copy holidayfile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       copy web-lock.
       copy datecheck.
       copy auditlog.
       77 rc                 pic s9(10) usage binary.
       01 card-file-fs       pic 9(2).
       01 cardstmt-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 period-file-fs     pic 9(2).
       01 report-file-fs     pic 9(2).
       01 card-eof           pic x(3) value space.
       01 cardstmt-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.

       01 wtarget-date       pic x(08) value space.
       01 wclosed-ym         pic x(06) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       77 wdefault-account   pic x(04) value space.

       01 wclosed-count      pic 9(05) value zero.
       01 wposted-count      pic 9(05) value zero.
       01 wheld-count        pic 9(05) value zero.
       01 wdisp-amount       pic -z(9)9.
       01 wdisp-amount2      pic -z(9)9.
       01 wdisp-rows         pic zzzz9.

      *  cycle dates: a (year, month, wanted day) triple resolves
      *  through SET-CYCLE-DATE to a real date, a day past the end of
      *  the month landing on the month's last day
       01 wcy-yyyy           pic 9(04) value zero.
       01 wcy-mm             pic 9(02) value zero.
       01 wcy-day            pic 9(02) value zero.
       01 wcy-date           pic x(08) value space.
       01 wcy-date-num       pic 9(08) value zero.
       01 wcy-next-num       pic 9(08) value zero.
       01 wcy-last-int       pic 9(09) value zero.
       01 wcy-maxdd          pic 9(02) value zero.
       01 wym-work           pic 9(06) value zero.
       01 wym-step           pic s9(03) value zero.
       01 wcand              pic 9(01) value zero.
       01 wclose-date        pic x(08) value space.
       01 wfrom-date         pic x(08) value space.
       01 wfrom-int          pic 9(09) value zero.
       01 wdue-date          pic x(08) value space.

       01 wcycle-total       pic s9(10) value zero.
       01 wcycle-rows        pic 9(05) value zero.

       01 stmt-exists-flag   pic x value 'N'.
        88 stmt-exists          value 'Y'.
        88 stmt-not-exists      value 'N'.

      *  debit posting (see POST-DEBIT-PAIR): the bank OUT half
      *  first, the card IN half second; the second failing backs
      *  the first out again so a debit never half-posts
       01 wseq-sec           pic 9(04).
       01 wout-key           pic x(11) value space.
       01 win-key            pic x(11) value space.
       01 wpay-category      pic x(20) value space.
       01 wpay-bank          pic x(04) value space.
       01 out-posted-flag    pic x value 'N'.
        88 out-posted           value 'Y'.
        88 out-not-posted       value 'N'.
       01 in-posted-flag     pic x value 'N'.
        88 in-posted            value 'Y'.
        88 in-not-posted        value 'N'.
       01 whold-reason       pic x(20) value space.

      *  ops-room alerting for held statements, the room
      *  kozukaieod.cob reports failed steps into
       01 wops-room          pic x(20) value '運用'.
       01 wenv-opsroom       pic x(20) value space.
       01 wops-text          pic x(200) value space.
       01 wops-dm-to         pic x(30) value space.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY from the rate
      *  master, so a foreign-currency card purchase enters the
      *  statement at the rate in effect on its own date
      *----------------------------------------------------------------
       01 rate-file-fs       pic 9(2).
       01 rate-eof           pic x(3) value space.
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

      *----------------------------------------------------------------
      *  holiday-tab  -  the non-business-day calendar, consulted with
      *  the day of week when a due date is shifted
      *----------------------------------------------------------------
       01 holiday-file-fs    pic 9(2).
       01 holiday-eof        pic x(3) value space.
       01 holiday-tab.
        02 holiday-entry occurs 200 pic x(08).
       01 holiday-count      pic 9(03) value zero.
       01 wshift-tries       pic 9(02) value zero.
       01 wbd-date           pic x(08) value space.
       01 wbd-date-num       pic 9(08) value zero.
       01 wbd-date-int       pic 9(09) value zero.
       01 wbd-epoch-int      pic 9(09) value zero.
       01 wbd-dow            pic 9(01) value zero.
       01 wbd-k              pic 9(03) value zero.
       01 business-day-flag  pic x value 'Y'.
        88 is-business-day      value 'Y'.
        88 not-business-day     value 'N'.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget-date from command-line.
          if wtarget-date = space then
            accept wtarget-date from date yyyymmdd
          end-if.
          move wtarget-date to wdc-date.
          perform CHECK-DATE.
          if date-not-ok then
            display 'kozukaicardbill: bad target date ' wtarget-date
                    ', usage: kozukaicardbill [YYYYMMDD]'
            stop run
          end-if.

          move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wdefault-account.
          perform GET-CLOSED-PERIOD.
          perform LOAD-HOLIDAY-TABLE.
          perform LOAD-RATE-TABLE.

          open output report-file.
          move space to report-line.
          string 'CARD BILLING RUN ' delimited size
                 wtarget-date        delimited size
            into report-line
          end-string.
          write report-line.
          move space to report-line.
          write report-line.

          perform CLOSE-CYCLES.
          perform POST-DUE-STATEMENTS.

          move space to report-line.
          write report-line.
          move space to report-line.
          string 'CLOSED '         delimited size
                 wclosed-count     delimited size
                 '  POSTED '       delimited size
                 wposted-count     delimited size
                 '  HELD '         delimited size
                 wheld-count       delimited size
            into report-line
          end-string.
          write report-line.
          close report-file.

          display 'kozukaicardbill: ' wclosed-count ' closed, '
                  wposted-count ' posted, ' wheld-count ' held for '
                  wtarget-date.
          stop run.

      *----------------------------------------------------------------
      *  CLOSE-CYCLES  -  walk the card master; every active card
      *  gets last month's and this month's closing dates tried in
      *  that order, so a missed night still closes its cycle
      *----------------------------------------------------------------
       CLOSE-CYCLES section.
             open input card-file
             if card-file-fs not = zero
               move 'NO CARD MASTER - NOTHING TO CLOSE' to report-line
               write report-line
               go to CLOSE-CYCLES-EXIT
             end-if
             move space to card-eof
             read card-file next record
               at end move 'EOF' to card-eof
             end-read
             perform until card-eof = 'EOF'
               if card-active
                 perform varying wcand from 1 by 1 until wcand > 2
                   compute wym-step = wcand - 2
                   perform SET-CLOSE-DATE
                   if wclose-date not > wtarget-date
                     perform CLOSE-ONE-CYCLE
                   end-if
                 end-perform
               end-if
               read card-file next record
                 at end move 'EOF' to card-eof
               end-read
             end-perform
             close card-file.
       CLOSE-CYCLES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-CLOSE-DATE  -  the current card's closing date in the
      *  month wym-step months from the target month, into
      *  wclose-date
      *----------------------------------------------------------------
       SET-CLOSE-DATE section.
             move wtarget-date (1:4) to wcy-yyyy
             move wtarget-date (5:2) to wcy-mm
             perform STEP-CYCLE-MONTH
             move card-close-day to wcy-day
             perform SET-CYCLE-DATE
             move wcy-date to wclose-date
             exit.

      *----------------------------------------------------------------
      *  STEP-CYCLE-MONTH  -  move (wcy-yyyy, wcy-mm) wym-step months
      *  forward (or back, when negative)
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
      *  CLOSE-ONE-CYCLE  -  the current card's cycle ending
      *  wclose-date becomes a statement unless it already is one.
      *  The cycle starts the day after the card's previous
      *  statement closed; a card's first statement starts the day
      *  after the month-earlier closing date.
      *----------------------------------------------------------------
       CLOSE-ONE-CYCLE section.
             open i-o cardstmt-file
             if cardstmt-file-fs not = zero
               open output cardstmt-file
               close cardstmt-file
               open i-o cardstmt-file
             end-if
             if cardstmt-file-fs not = zero
               display 'kozukaicardbill: kozukaicardstmt.dat open '
                       'failed, fs=' cardstmt-file-fs
               go to CLOSE-ONE-CYCLE-EXIT
             end-if

             set stmt-not-exists to true
             move card-code to cstmt-card
             move wclose-date to cstmt-close-date
             read cardstmt-file
               invalid key continue
               not invalid key set stmt-exists to true
             end-read
             if stmt-exists
               close cardstmt-file
               go to CLOSE-ONE-CYCLE-EXIT
             end-if

      *      the previous statement of the same card, if any
             move space to wfrom-date
             move card-code to cstmt-card
             move wclose-date to cstmt-close-date
             start cardstmt-file key is < cstmt-key
               invalid key continue
               not invalid key
                 read cardstmt-file previous record
                   at end continue
                   not at end
                     if cstmt-card = card-code
                       move cstmt-close-date to wbd-date-num
                       compute wfrom-int =
                          function integer-of-date(wbd-date-num) + 1
                       compute wbd-date-num =
                          function date-of-integer(wfrom-int)
                       move wbd-date-num to wfrom-date
                     end-if
                 end-read
             end-start
      *      a card with no statement yet starts with this month's
      *      cycle: last month's was settled before the card was on
      *      file, and closing it now would debit it a second time
             if wfrom-date = space and wcand = 1
               close cardstmt-file
               go to CLOSE-ONE-CYCLE-EXIT
             end-if
             if wfrom-date = space
               move wclose-date (1:4) to wcy-yyyy
               move wclose-date (5:2) to wcy-mm
               move -1 to wym-step
               perform STEP-CYCLE-MONTH
               move card-close-day to wcy-day
               perform SET-CYCLE-DATE
               move wcy-date to wbd-date-num
               compute wfrom-int =
                  function integer-of-date(wbd-date-num) + 1
               compute wbd-date-num =
                  function date-of-integer(wfrom-int)
               move wbd-date-num to wfrom-date
             end-if

             perform GATHER-CYCLE-ROWS
             perform SET-DUE-DATE

             initialize cardstmt-rec
             move card-code to cstmt-card
             move wclose-date to cstmt-close-date
             move wfrom-date to cstmt-from-date
             move wdue-date to cstmt-due-date
             move wcycle-total to cstmt-total
             move wcycle-rows to cstmt-rows
             move zero to cstmt-issuer-total
             move 'O' to cstmt-status
             move space to cstmt-posted-key1
             move space to cstmt-posted-key2
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into cstmt-updated
             end-string
             write cardstmt-rec
               invalid key
                 display 'kozukaicardbill: statement ' card-code
                         ' ' wclose-date ' could not be written'
               not invalid key
                 add 1 to wclosed-count
                 move wcycle-total to wdisp-amount
                 move wcycle-rows to wdisp-rows
                 move space to report-line
                 string 'CLOSED '   delimited size
                        card-code   delimited size
                        ' '         delimited size
                        wfrom-date  delimited size
                        '-'         delimited size
                        wclose-date delimited size
                        ' DUE '     delimited size
                        wdue-date   delimited size
                        wdisp-amount delimited size
                        ' ROWS'     delimited size
                        wdisp-rows  delimited size
                   into report-line
                 end-string
                 write report-line
             end-write
             close cardstmt-file.
       CLOSE-ONE-CYCLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-CYCLE-ROWS  -  the card's ledger rows dated
      *  wfrom-date through wclose-date, by key range: OUT adds to
      *  the bill, IN (a refund back to the card) takes off it.  The
      *  card's own debit rows (reason code CARD) settle earlier
      *  bills and are not part of any cycle.
      *----------------------------------------------------------------
       GATHER-CYCLE-ROWS section.
             move zero to wcycle-total
             move zero to wcycle-rows
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to GATHER-CYCLE-ROWS-EXIT
             end-if
             move wfrom-date to wdate-rec of kozukai-rec
             move zero to wdate-sec of kozukai-rec
             move space to kozukai-eof
             start kozukai-file key is >= kozukai-key
               invalid key move 'EOF' to kozukai-eof
             end-start
             if kozukai-eof not = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-if
             perform until kozukai-eof = 'EOF'
                or wdate-rec of kozukai-rec > wclose-date
               if waccount of kozukai-rec = card-code
                  and wreason-code of kozukai-rec not = 'CARD'
                 perform LOOKUP-EXCHANGE-RATE
                 compute wmoney-jpy = money of kozukai-rec * wexch-rate
                 if in-or-out of kozukai-rec = '2'
                   add wmoney-jpy to wcycle-total
                 else
                   subtract wmoney-jpy from wcycle-total
                 end-if
                 add 1 to wcycle-rows
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       GATHER-CYCLE-ROWS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-DUE-DATE  -  card-pay-day of the month card-pay-months
      *  after the closing month, then shifted to a business day per
      *  card-shift
      *----------------------------------------------------------------
       SET-DUE-DATE section.
             move wclose-date (1:4) to wcy-yyyy
             move wclose-date (5:2) to wcy-mm
             move card-pay-months to wym-step
             perform STEP-CYCLE-MONTH
             move card-pay-day to wcy-day
             perform SET-CYCLE-DATE
             move wcy-date to wdue-date
             perform SHIFT-TO-BUSINESS-DAY
             exit.

      *----------------------------------------------------------------
      *  SHIFT-TO-BUSINESS-DAY  -  when the card carries a shift flag
      *  and wdue-date is not a business day, slide it one day at a
      *  time ('F' forward, 'B' backward) until it is; capped at ten
      *  tries the way kozukairecur.cob caps a template's slide
      *----------------------------------------------------------------
       SHIFT-TO-BUSINESS-DAY section.
             if card-shift-none
               go to SHIFT-TO-BUSINESS-DAY-EXIT
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
       SHIFT-TO-BUSINESS-DAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-BUSINESS-DAY  -  not a Saturday, not a Sunday, not in
      *  holiday-tab; the day of week is days since 1970-01-01 (a
      *  Thursday) mod 7, so 2 is Saturday and 3 is Sunday
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY section.
             set is-business-day to true
             move wbd-date to wbd-date-num
             compute wbd-date-int =
                function integer-of-date(wbd-date-num)
             compute wbd-epoch-int =
                function integer-of-date(19700101)
             compute wbd-dow =
                function mod(wbd-date-int - wbd-epoch-int, 7)
             if wbd-dow = 2 or wbd-dow = 3
               set not-business-day to true
               go to CHECK-BUSINESS-DAY-EXIT
             end-if
             perform varying wbd-k from 1 by 1
                        until wbd-k > holiday-count
               if holiday-entry (wbd-k) = wbd-date
                 set not-business-day to true
                 exit perform
               end-if
             end-perform.
       CHECK-BUSINESS-DAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  POST-DUE-STATEMENTS  -  every unposted statement whose due
      *  date has come: held and unchecked ones are listed and
      *  alerted, a statement with nothing to pay (refunds covered
      *  the purchases) simply closes, the rest post their debit
      *----------------------------------------------------------------
       POST-DUE-STATEMENTS section.
             open i-o cardstmt-file
             if cardstmt-file-fs not = zero
               go to POST-DUE-STATEMENTS-EXIT
             end-if
             open input card-file
             if card-file-fs not = zero
               close cardstmt-file
               go to POST-DUE-STATEMENTS-EXIT
             end-if
             move space to cardstmt-eof
             read cardstmt-file next record
               at end move 'EOF' to cardstmt-eof
             end-read
             perform until cardstmt-eof = 'EOF'
               if not cstmt-is-posted
                  and cstmt-due-date not > wtarget-date
                 perform POST-ONE-STATEMENT
               end-if
               read cardstmt-file next record
                 at end move 'EOF' to cardstmt-eof
               end-read
             end-perform
             close card-file
             close cardstmt-file.
       POST-DUE-STATEMENTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  POST-ONE-STATEMENT  -  the current (due) statement; the
      *  statement file is open i-o with the row current
      *----------------------------------------------------------------
       POST-ONE-STATEMENT section.
             move cstmt-card to card-code
             read card-file
               invalid key
                 move 'NO CARD MASTER ROW' to whold-reason
                 perform HOLD-STATEMENT
                 go to POST-ONE-STATEMENT-EXIT
             end-read

             if cstmt-is-held
               move 'ISSUER MISMATCH' to whold-reason
               perform HOLD-STATEMENT
               go to POST-ONE-STATEMENT-EXIT
             end-if
             if card-check-required and not cstmt-is-agreed
               move 'NOT CHECKED' to whold-reason
               perform HOLD-STATEMENT
               go to POST-ONE-STATEMENT-EXIT
             end-if
             if wclosed-ym not = space
                and cstmt-due-date (1:6) not > wclosed-ym
               move 'PERIOD CLOSED' to whold-reason
               perform HOLD-STATEMENT
               go to POST-ONE-STATEMENT-EXIT
             end-if

             if cstmt-total not > zero
               move space to wout-key
               move space to win-key
             else
               perform POST-DEBIT-PAIR
               if out-not-posted or in-not-posted
                 move 'LEDGER WRITE FAILED' to whold-reason
                 perform HOLD-STATEMENT
                 go to POST-ONE-STATEMENT-EXIT
               end-if
             end-if

             move 'P' to cstmt-status
             move wout-key to cstmt-posted-key1
             move win-key  to cstmt-posted-key2
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into cstmt-updated
             end-string
             rewrite cardstmt-rec
             add 1 to wposted-count
             move cstmt-total to wdisp-amount
             move space to report-line
             string 'POSTED '        delimited size
                    cstmt-card       delimited size
                    ' '              delimited size
                    cstmt-close-date delimited size
                    ' DUE '          delimited size
                    cstmt-due-date   delimited size
                    wdisp-amount     delimited size
                    ' '              delimited size
                    wout-key         delimited size
                    '/'              delimited size
                    win-key          delimited size
               into report-line
             end-string
             write report-line.
       POST-ONE-STATEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  HOLD-STATEMENT  -  list the statement as held with
      *  whold-reason and raise it in the ops room; it is retried
      *  every night until posted
      *----------------------------------------------------------------
       HOLD-STATEMENT section.
             add 1 to wheld-count
             move cstmt-total to wdisp-amount
             move cstmt-issuer-total to wdisp-amount2
             move space to report-line
             string 'HELD   '        delimited size
                    cstmt-card       delimited size
                    ' '              delimited size
                    cstmt-close-date delimited size
                    wdisp-amount     delimited size
                    ' ISSUER'        delimited size
                    wdisp-amount2    delimited size
                    ' '              delimited size
                    whold-reason     delimited size
               into report-line
             end-string
             write report-line

             move '運用' to wops-room
             move 'KOZUKAI_OPS_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-opsroom
             if wenv-opsroom not = space
               move wenv-opsroom to wops-room
             end-if
             move space to wops-text
             string 'CARD BILL HELD '  delimited size
                    cstmt-card         delimited size
                    ' '                delimited size
                    cstmt-close-date   delimited size
                    ' DUE '            delimited size
                    cstmt-due-date     delimited size
                    ' '                delimited size
                    whold-reason       delimited size
               into wops-text
             end-string
             call 'kozukaichatpost' using wops-room wops-text
                                         wops-dm-to
             exit.

      *----------------------------------------------------------------
      *  POST-DEBIT-PAIR  -  the bank account's OUT row and the card
      *  account's IN row for cstmt-total, dated the due date, under
      *  kozukai_lock like every other batch poster
      *----------------------------------------------------------------
       POST-DEBIT-PAIR section.
             set out-not-posted to true
             set in-not-posted to true
             move space to wout-key
             move space to win-key
             move card-category to wpay-category
             if wpay-category = space
               move 'カード払い' to wpay-category
             end-if
             move card-bank-account to wpay-bank
             if wpay-bank = space
               move wdefault-account to wpay-bank
             end-if

             move 'kozukai_lock' to lc-lock-file
             set lc-lock-exclusive to true
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero
               display 'kozukaicardbill: kozukai_lock busy, skipped '
                       cstmt-card ' ' cstmt-close-date
               go to POST-DEBIT-PAIR-EXIT
             end-if

             open i-o kozukai-file
             if kozukai-file-fs not = zero
               open output kozukai-file
               close kozukai-file
               open i-o kozukai-file
             end-if
             if kozukai-file-fs not = zero
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to POST-DEBIT-PAIR-EXIT
             end-if

      *      the OUT half: the cash leaving the bank
             initialize kozukai-rec
             move cstmt-due-date to wdate-rec of kozukai-rec
             move wpay-category to wcategory of kozukai-rec
             move '2' to in-or-out of kozukai-rec
             move cstmt-total to money of kozukai-rec
             move card-member to wmember of kozukai-rec
             move 'JPY' to wcurrency of kozukai-rec
             move 'CARD' to wreason-code of kozukai-rec
             move wpay-bank to waccount of kozukai-rec
             string 'カード引落 '    delimited size
                    card-name        delimited size
               into note of kozukai-rec
             end-string
             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or out-posted
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 not invalid key set out-posted to true
               end-write
             end-perform
             if out-not-posted
               close kozukai-file
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to POST-DEBIT-PAIR-EXIT
             end-if
             move kozukai-key of kozukai-rec to wout-key
             perform AUDIT-PAIR-ROW

      *      the IN half: the card's balance paid off
             initialize kozukai-rec
             move cstmt-due-date to wdate-rec of kozukai-rec
             move wpay-category to wcategory of kozukai-rec
             move '1' to in-or-out of kozukai-rec
             move cstmt-total to money of kozukai-rec
             move card-member to wmember of kozukai-rec
             move 'JPY' to wcurrency of kozukai-rec
             move 'CARD' to wreason-code of kozukai-rec
             move card-code to waccount of kozukai-rec
             string 'カード精算 '    delimited size
                    cstmt-close-date delimited size
                    '締'             delimited size
               into note of kozukai-rec
             end-string
             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or in-posted
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 not invalid key set in-posted to true
               end-write
             end-perform

             if in-posted
               move kozukai-key of kozukai-rec to win-key
               perform AUDIT-PAIR-ROW
             else
      *        back the OUT half out again; never half a debit
               move wout-key to kozukai-key of kozukai-rec
               read kozukai-file
                 invalid key continue
                 not invalid key
                   delete kozukai-file
               end-read
               move space to wout-key
             end-if
             close kozukai-file
             call 'WEB_UNLOCK' using lc-web-lock rc.
       POST-DEBIT-PAIR-EXIT.
             exit.

      *----------------------------------------------------------------
      *  AUDIT-PAIR-ROW  -  ADD audit record for the half just
      *  written, the same shape every poster leaves
      *----------------------------------------------------------------
       AUDIT-PAIR-ROW section.
             move 'ADD' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-user
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-before-detail
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             move space to audit-after-detail
             move cstmt-key to audit-after-detail
             move 'kozukaicardbill' to audit-program
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  GET-CLOSED-PERIOD  -  read the last closed YYYYMM from the
      *  period-control file; a missing file or row means no month
      *  has ever been closed
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      *  LOAD-HOLIDAY-TABLE  -  read the holiday calendar into
      *  holiday-tab once per run; a missing file just leaves the
      *  table empty, so only Saturdays and Sundays shift a due date
      *----------------------------------------------------------------
       LOAD-HOLIDAY-TABLE section.
             move zero to holiday-count
             open input holiday-file
             if holiday-file-fs = zero then
               move space to holiday-eof
               read holiday-file next record
                 at end move 'EOF' to holiday-eof
               end-read
               perform until holiday-eof = 'EOF'
                  or holiday-count >= 200
                 add 1 to holiday-count
                 move holiday-date to holiday-entry (holiday-count)
                 read holiday-file next record
                   at end move 'EOF' to holiday-eof
                 end-read
               end-perform
               close holiday-file
             end-if
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

      *----------------------------------------------------------------
      *  CHECK-DATE  -  calendar validation of wdc-date: eight
      *  digits, a real month, a real day for the month (February 29
      *  only in a leap year)
      *----------------------------------------------------------------
       CHECK-DATE section.
             set date-not-ok to true
             if wdc-date not numeric
               go to CHECK-DATE-EXIT
             end-if
             move wdc-date (1:4) to wdc-yyyy
             move wdc-date (5:2) to wdc-mm
             move wdc-date (7:2) to wdc-dd
             if wdc-mm < 1 or wdc-mm > 12
               go to CHECK-DATE-EXIT
             end-if
             evaluate wdc-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to wdc-maxdd
               when 4 when 6 when 9 when 11
                 move 30 to wdc-maxdd
               when 2
                 if function mod(wdc-yyyy, 4) = zero
                    and (function mod(wdc-yyyy, 100) not = zero
                         or function mod(wdc-yyyy, 400) = zero)
                   move 29 to wdc-maxdd
                 else
                   move 28 to wdc-maxdd
                 end-if
             end-evaluate
             if wdc-dd < 1 or wdc-dd > wdc-maxdd
               go to CHECK-DATE-EXIT
             end-if
             set date-ok to true.
       CHECK-DATE-EXIT.
             exit.
