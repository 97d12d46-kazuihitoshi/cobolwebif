       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukairefundrpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the purchases only partly refunded: every
      *  OUT row in kozukai.dat carrying some wrefunded but less than
      *  its own amount, i.e. a return the store has not finished
      *  paying back (or a partial refund nobody followed up).  One
      *  line per purchase with the amount, the refunded-so-far and
      *  the remainder in the row's own currency, and a closing
      *  count plus the remainders' total in JPY at the rate in
      *  effect on each purchase's own date.  Run on demand, no
      *  command-line arguments.
      *  Output: kozukairefund.txt.
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
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select report-file assign to "kozukairefund.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(120).

       WORKING-STORAGE SECTION.
       01 kozukai-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 kozukai-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 wrow-count         pic 9(09) value zero.
       01 wpart-count        pic 9(05) value zero.
       01 wremain            pic s9(10) value zero.
       01 wremain-jpy        pic s9(10) value zero.
       01 wremain-total      pic s9(11) value zero.
       01 wdisp-money        pic -z(8)9.
       01 wdisp-total        pic -z(10)9.
       01 wdisp-count        pic zzzz9.

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

          perform LOAD-RATE-TABLE.

          open input kozukai-file.
          if kozukai-file-fs not = zero then
            display 'kozukairefundrpt: kozukai-file open failed, fs='
                     kozukai-file-fs
            stop run
          end-if.

          open output report-file.
          move 'PARTIALLY REFUNDED PURCHASES' to report-line.
          write report-line.
          move space to report-line.
          write report-line.
          move space to report-line.
          move 'KEY'       to report-line (3:11).
          move 'CATEGORY'  to report-line (15:20).
          move 'CUR'       to report-line (36:3).
          move '    AMOUNT' to report-line (40:10).
          move '  REFUNDED' to report-line (51:10).
          move '    REMAIN' to report-line (62:10).
          move 'NOTE'      to report-line (73:40).
          write report-line.

          read kozukai-file next record
            at end move 'EOF' to kozukai-eof
          end-read.
          perform until kozukai-eof = 'EOF'
            add 1 to wrow-count
            if in-or-out of kozukai-rec = '2'
               and wrefunded of kozukai-rec > zero
               and wrefunded of kozukai-rec < money of kozukai-rec
              perform WRITE-PURCHASE-LINE
            end-if
            read kozukai-file next record
              at end move 'EOF' to kozukai-eof
            end-read
          end-perform.
          close kozukai-file.

          move space to report-line.
          write report-line.
          move wpart-count to wdisp-count.
          move wremain-total to wdisp-total.
          move space to report-line.
          string '  PURCHASES '          delimited size
                 wdisp-count             delimited size
                 '  UNREFUNDED (JPY) '   delimited size
                 wdisp-total             delimited size
            into report-line
          end-string.
          write report-line.
          close report-file.

          display 'kozukairefundrpt: ' wrow-count ' row(s) scanned, '
                  wpart-count ' partly refunded'.
          stop run.

      *----------------------------------------------------------------
      *  WRITE-PURCHASE-LINE  -  one report line for the current
      *  purchase, its remainder folded into the JPY total
      *----------------------------------------------------------------
       WRITE-PURCHASE-LINE section.
             add 1 to wpart-count
             compute wremain =
                money of kozukai-rec - wrefunded of kozukai-rec
             perform LOOKUP-EXCHANGE-RATE
             compute wremain-jpy = wremain * wexch-rate
             add wremain-jpy to wremain-total

             move space to report-line
             move kozukai-key of kozukai-rec to report-line (3:11)
             move wcategory of kozukai-rec   to report-line (15:20)
             move wcurrency of kozukai-rec   to report-line (36:3)
             move money of kozukai-rec to wdisp-money
             move wdisp-money                to report-line (40:10)
             move wrefunded of kozukai-rec to wdisp-money
             move wdisp-money                to report-line (51:10)
             move wremain to wdisp-money
             move wdisp-money                to report-line (62:10)
             move note of kozukai-rec        to report-line (73:40)
             write report-line
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
