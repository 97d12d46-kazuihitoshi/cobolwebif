       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaieventrpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - what one event (a trip, a wedding) has cost
      *  so far, whatever categories the money went through.  The
      *  event code comes on the command line; every OUT row in
      *  kozukai.dat tagged with it is summed by category in JPY at
      *  the rate in effect on the row's own date, refunds tagged the
      *  same way (they inherit the purchase's tag) come back off,
      *  and the total is set against the event budget from
      *  kozukaievent.dat.  Reason-coded adjustment rows are not
      *  spend and are left out, as everywhere else.  The report can
      *  be run while the event is still on: it says OPEN until the
      *  day after the event's last date.
      *  Usage: kozukaieventrpt CODE    Output: kozukaieventrpt.txt.
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
        select event-file assign to "kozukaievent.dat"
           organization is indexed access mode is random
           record key is evt-code
           file status is event-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select report-file assign to "kozukaieventrpt.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd event-file.
       copy eventfile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       01 kozukai-file-fs    pic 9(2).
       01 event-file-fs      pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 kozukai-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 wevent-code        pic x(08) value space.
       01 wtoday             pic x(08) value space.
       01 wrow-count         pic 9(09) value zero.
       01 wtag-count         pic 9(05) value zero.
       01 wmoney-jpy         pic s9(10) value zero.
       01 wspent-total       pic s9(11) value zero.
       01 wremain            pic s9(11) value zero.
       01 wused-pct          pic 9(05) value zero.
       01 wdisp-money        pic -z(10)9.
       01 wdisp-count        pic zzzz9.
       01 wdisp-pct          pic zzzz9.

      *  spend per category, in the order first met
       01 wcat-table.
        02 wcat-entry occurs 50.
         03 wct-category     pic x(20).
         03 wct-spent        pic s9(11).
       01 wcat-count         pic 9(03) value zero.
       01 wcat-other         pic s9(11) value zero.
       01 i                  pic 9(03).
       01 wcat-found-flag    pic x value 'N'.
        88 wcat-found           value 'Y'.
        88 wcat-not-found       value 'N'.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
      *  rate master by LOAD-RATE-TABLE
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

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wevent-code from command-line.
          if wevent-code = space then
            display 'kozukaieventrpt: usage: kozukaieventrpt CODE'
            stop run
          end-if.

          open input event-file.
          if event-file-fs not = zero then
            display 'kozukaieventrpt: event-file open failed, fs='
                     event-file-fs
            stop run
          end-if.
          move wevent-code to evt-code.
          read event-file
            invalid key
              display 'kozukaieventrpt: no such event ' wevent-code
              close event-file
              stop run
          end-read.
          close event-file.

          perform LOAD-RATE-TABLE.

          open input kozukai-file.
          if kozukai-file-fs not = zero then
            display 'kozukaieventrpt: kozukai-file open failed, fs='
                     kozukai-file-fs
            stop run
          end-if.
          read kozukai-file next record
            at end move 'EOF' to kozukai-eof
          end-read.
          perform until kozukai-eof = 'EOF'
            add 1 to wrow-count
            if wevent of kozukai-rec = wevent-code
               and wreason-code of kozukai-rec = space
              perform FOLD-EVENT-ROW
            end-if
            read kozukai-file next record
              at end move 'EOF' to kozukai-eof
            end-read
          end-perform.
          close kozukai-file.

          perform WRITE-REPORT.

          display 'kozukaieventrpt: ' wrow-count ' row(s) scanned, '
                  wtag-count ' tagged ' wevent-code.
          stop run.

      *----------------------------------------------------------------
      *  FOLD-EVENT-ROW  -  one tagged row into its category: an OUT
      *  adds, a refund (an IN linked to its purchase) takes back;
      *  any other IN tagged with the event is not spend
      *----------------------------------------------------------------
       FOLD-EVENT-ROW section.
             if in-or-out of kozukai-rec = '2'
               perform LOOKUP-EXCHANGE-RATE
               compute wmoney-jpy = money of kozukai-rec * wexch-rate
             else
               if wrefund-of of kozukai-rec = space
                 go to FOLD-EVENT-ROW-EXIT
               end-if
               perform LOOKUP-EXCHANGE-RATE
               compute wmoney-jpy =
                  zero - money of kozukai-rec * wexch-rate
             end-if
             add 1 to wtag-count
             add wmoney-jpy to wspent-total

             set wcat-not-found to true
             perform varying i from 1 by 1
                until i > wcat-count or wcat-found
               if wct-category (i) = wcategory of kozukai-rec
                 add wmoney-jpy to wct-spent (i)
                 set wcat-found to true
               end-if
             end-perform
             if wcat-not-found
               if wcat-count < 50
                 add 1 to wcat-count
                 move wcategory of kozukai-rec
                   to wct-category (wcat-count)
                 move wmoney-jpy to wct-spent (wcat-count)
               else
                 add wmoney-jpy to wcat-other
               end-if
             end-if.
       FOLD-EVENT-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  heading with the event's name, dates and
      *  OPEN/CLOSED state, one line per category, then the total
      *  against the budget (an event without one shows no budget)
      *----------------------------------------------------------------
       WRITE-REPORT section.
             accept wtoday from date yyyymmdd
             open output report-file

             move space to report-line
             string 'EVENT '        delimited size
                    evt-code        delimited size
                    ' '             delimited size
                    evt-name        delimited size
               into report-line
             end-string
             write report-line
             move space to report-line
             string '  '            delimited size
                    evt-from-date   delimited size
                    ' - '           delimited size
                    evt-to-date     delimited size
                    '  AS OF '      delimited size
                    wtoday          delimited size
                    '  '            delimited size
               into report-line
             end-string
             if evt-to-date = space or evt-to-date not < wtoday
               move 'OPEN'   to report-line (42:6)
             else
               move 'CLOSED' to report-line (42:6)
             end-if
             write report-line
             move space to report-line
             write report-line

             move space to report-line
             move 'CATEGORY'           to report-line (3:20)
             move '  SPENT (JPY)'      to report-line (24:13)
             write report-line
             perform varying i from 1 by 1 until i > wcat-count
               move space to report-line
               move wct-category (i) to report-line (3:20)
               move wct-spent (i) to wdisp-money
               move wdisp-money to report-line (25:12)
               write report-line
             end-perform
             if wcat-other not = zero
               move space to report-line
               move 'その他' to report-line (3:20)
               move wcat-other to wdisp-money
               move wdisp-money to report-line (25:12)
               write report-line
             end-if
             move space to report-line
             write report-line

             move space to report-line
             move wspent-total to wdisp-money
             move '  TOTAL'     to report-line (1:10)
             move wdisp-money   to report-line (25:12)
             write report-line

             if evt-budget > zero
               move space to report-line
               move evt-budget to wdisp-money
               move '  BUDGET'    to report-line (1:10)
               move wdisp-money   to report-line (25:12)
               write report-line
               compute wremain = evt-budget - wspent-total
               move space to report-line
               move wremain to wdisp-money
               move '  REMAINING' to report-line (1:12)
               move wdisp-money   to report-line (25:12)
               if wspent-total > zero
                 compute wused-pct = wspent-total * 100 / evt-budget
                   on size error move 99999 to wused-pct
                 end-compute
               else
                 move zero to wused-pct
               end-if
               move wused-pct to wdisp-pct
               string '  (' wdisp-pct '% USED)' delimited size
                 into report-line (38:20)
               end-string
               write report-line
             else
               move space to report-line
               move '  NO BUDGET SET' to report-line
               write report-line
             end-if
             close report-file
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
