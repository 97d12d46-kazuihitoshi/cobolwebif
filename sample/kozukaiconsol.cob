       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiconsol.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - every set of books in the ledger master
      *  (kozukailedger.dat) consolidated for one month (YYYYMM on
      *  the command line, the previous month when none is given):
      *  the household book on the legacy file names, then each
      *  ledger code off its own kozukai_<code>.dat (and the closed
      *  year's kozukaiYYYY_<code>.dat archive), all in JPY at each
      *  row's own-date rate.  Three parts, each book a column with
      *  an ELIM and a COMBINED column after them:
      *    - the monthly summary: IN and OUT by category for the
      *      month, refunds netted into the purchase's category and
      *      month, adjustments left out (kozukaisummary.cob's rules)
      *    - the annual view: IN and OUT by month, January through
      *      the target month (kozukaiannual.cob's year, run with
      *      YYYY12 for the whole of it)
      *    - the net position: each book's balance before the month,
      *      the month's IN and OUT, and the balance at month end;
      *      the 繰越 carry-forward row counts in the opening balance,
      *      never as income
      *  A 振替 between two books is posted as an OUT in one and an
      *  IN in the other; paired here by date and JPY amount (an OUT
      *  row and an IN row of different books, both noted 振替), it
      *  stays in each book's own column but comes out of COMBINED
      *  through ELIM, so moving money between the books does not
      *  inflate the household's income and spend.  A 振替 within one
      *  book is that book's business and is left as it stands.
      *  Output: kozukaiconsol.txt.
      *  Usage: kozukaiconsol [YYYYMM]
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select ledger-file assign to "kozukailedger.dat"
           organization is indexed access mode is sequential
           record key is ledger-code
           file status is ledger-file-fs.
        select kozukai-file assign to wkozukai-filename
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
        select report-file assign to "kozukaiconsol.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd ledger-file.
       copy ledgerfile.

       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(132).

       WORKING-STORAGE SECTION.
       01 ledger-file-fs     pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 ledger-eof         pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wtarget-ym         pic x(06) value space.
       01 wmonth-first       pic x(08) value space.
       01 wmonth-end         pic x(08) value space.
       01 wym-yyyy           pic 9(04) value zero.
       01 wym-mm             pic 9(02) value zero.
       01 wtarget-mm         pic 9(02) value zero.

       77 wkozukai-filename  pic x(30) value 'kozukai.dat'.
       77 warchive-filename  pic x(30) value space.
       77 wled-len           pic 9(02) value zero.
       77 wled-suffix        pic x(10) value space.

      *  the books: entry 1 the household book (blank code), then
      *  one per ledger code in the master
       01 book-table.
        02 book-entry occurs 6.
         03 book-code        pic x(08).
         03 book-name        pic x(20).
         03 book-rows        pic 9(07).
         03 book-open-bal    pic s9(11).
         03 book-in          pic s9(11).
         03 book-out         pic s9(11).
       01 book-count         pic 9(02) value zero.
       01 book-skipped       pic 9(03) value zero.
       01 b                  pic 9(02).

      *  the month's categories, a column of IN and of OUT per book
       01 cat-table.
        02 cat-entry occurs 80.
         03 cat-name         pic x(20).
         03 cat-in           pic s9(11) occurs 6.
         03 cat-out          pic s9(11) occurs 6.
         03 cat-elim-in      pic s9(11).
         03 cat-elim-out     pic s9(11).
       01 cat-count          pic 9(03) value zero.
       01 cat-full           pic 9(05) value zero.
       01 cat-swap           pic x(174).
       01 wseek-category     pic x(20) value space.

      *  January through the target month, IN and OUT per book
       01 ann-table.
        02 ann-entry occurs 12.
         03 ann-in           pic s9(11) occurs 6.
         03 ann-out          pic s9(11) occurs 6.
         03 ann-elim-in      pic s9(11).
         03 ann-elim-out     pic s9(11).
       01 m                  pic 9(02).

      *  the year's 振替 rows of every book, paired OUT to IN across
      *  books by FIND-ELIMINATIONS
       01 xfer-table.
        02 xfer-entry occurs 500.
         03 xfer-book        pic 9(02).
         03 xfer-date        pic x(08).
         03 xfer-inorout     pic x(01).
         03 xfer-jpy         pic s9(11).
         03 xfer-category    pic x(20).
         03 xfer-matched     pic x(01).
       01 xfer-count         pic 9(03) value zero.
       01 xfer-full          pic 9(05) value zero.
       01 xfer-pairs         pic 9(05) value zero.
       01 pos-elim-in        pic s9(11) value zero.
       01 pos-elim-out       pic s9(11) value zero.

       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).
       01 wcol               pic 9(03).
       01 xi                 pic 9(03).
       01 xj                 pic 9(03).
       01 xk                 pic 9(03).

      *  the row under the microscope, live or archived
       01 wcur-entry.
          02 wcur-date       pic x(08).
          02 wcur-category   pic x(20).
          02 wcur-inorout    pic x(01).
          02 wcur-money      pic s9(09).
          02 wcur-currency   pic x(03).
          02 wcur-note       pic x(40).
          02 wcur-reason     pic x(04).
          02 wcur-refund-of  pic x(11).
       01 wcell-ym           pic x(06) value space.

       01 wsum-books         pic s9(11) value zero.
       01 wsum-elim          pic s9(11) value zero.
       01 wsum-combined      pic s9(11) value zero.
       01 wline-label        pic x(20) value space.
       01 wline-kind         pic x(01) value space.
       01 wdisp-amt          pic -z(8)9.
       01 wdisp-book         pic z9.

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
       01 wmoney-jpy         pic s9(11).

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
              display 'usage: kozukaiconsol [YYYYMM]'
              stop run
            end-if
          end-if.
          move wtarget-ym (5:2) to wtarget-mm.
          string wtarget-ym delimited size
                 '01'       delimited size
            into wmonth-first
          end-string.
          string wtarget-ym delimited size
                 '31'       delimited size
            into wmonth-end
          end-string.

          perform LOAD-BOOKS.
          perform LOAD-RATE-TABLE.
          perform CLEAR-TABLES.

          perform varying b from 1 by 1 until b > book-count
            perform PASS-BOOK
          end-perform.

          perform FIND-ELIMINATIONS.
          perform SORT-CATEGORIES.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          display 'kozukaiconsol: ' book-count ' book(s) for '
                  wtarget-ym ', ' xfer-pairs
                  ' inter-book transfer(s) eliminated'.
          if book-skipped > zero
            display 'kozukaiconsol: ' book-skipped
                    ' ledger(s) over the six-book limit left out'
          end-if.
          if xfer-full > zero or cat-full > zero
            display 'kozukaiconsol: table full, ' xfer-full
                    ' transfer row(s), ' cat-full
                    ' category row(s) left out'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-BOOKS  -  the household book first, then every coded
      *  ledger in the master; a master row for the blank code only
      *  names the household book
      *----------------------------------------------------------------
       LOAD-BOOKS section.
             move 1 to book-count
             move space to book-code (1)
             move 'HOUSEHOLD' to book-name (1)
             open input ledger-file
             if ledger-file-fs not = zero
               go to LOAD-BOOKS-EXIT
             end-if
             move space to ledger-eof
             read ledger-file next record
               at end move 'EOF' to ledger-eof
             end-read
             perform until ledger-eof = 'EOF'
               if ledger-code = space
                 if ledger-name not = space
                   move ledger-name to book-name (1)
                 end-if
               else
                 if book-count >= 6
                   add 1 to book-skipped
                 else
                   add 1 to book-count
                   move ledger-code to book-code (book-count)
                   move ledger-name to book-name (book-count)
                 end-if
               end-if
               read ledger-file next record
                 at end move 'EOF' to ledger-eof
               end-read
             end-perform
             close ledger-file.
       LOAD-BOOKS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CLEAR-TABLES  -  zero every book, month and category cell
      *----------------------------------------------------------------
       CLEAR-TABLES section.
             perform varying b from 1 by 1 until b > 6
               move zero to book-rows (b)
               move zero to book-open-bal (b)
               move zero to book-in (b)
               move zero to book-out (b)
             end-perform
             perform varying m from 1 by 1 until m > 12
               move zero to ann-elim-in (m)
               move zero to ann-elim-out (m)
               perform varying b from 1 by 1 until b > 6
                 move zero to ann-in (m, b)
                 move zero to ann-out (m, b)
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  PASS-BOOK  -  book b's live file, then its archive for the
      *  target year when that year has been closed; the archive of a
      *  closed year holds the year's own 繰越 row, so the two
      *  together always carry the whole balance to month end
      *----------------------------------------------------------------
       PASS-BOOK section.
             move 'kozukai.dat' to wkozukai-filename
             move space to wled-suffix
             if book-code (b) not = space
               move 8 to wled-len
               perform until wled-len = zero
                  or book-code (b) (wled-len:1) not = space
                 subtract 1 from wled-len
               end-perform
               string '_' delimited size
                      book-code (b) (1:wled-len) delimited size
                 into wled-suffix
               end-string
               move space to wkozukai-filename
               string 'kozukai_' delimited size
                      book-code (b) (1:wled-len) delimited size
                      '.dat' delimited size
                 into wkozukai-filename
               end-string
             end-if
             move space to warchive-filename
             string 'kozukai'         delimited size
                    wtarget-ym (1:4)  delimited size
                    wled-suffix       delimited by space
                    '.dat'            delimited size
               into warchive-filename
             end-string

             open input kozukai-file
             if kozukai-file-fs = zero
               move space to kozukai-eof
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
               perform until kozukai-eof = 'EOF'
                 move wdate-rec of kozukai-rec  to wcur-date
                 move wcategory of kozukai-rec  to wcur-category
                 move in-or-out of kozukai-rec  to wcur-inorout
                 move money of kozukai-rec      to wcur-money
                 move wcurrency of kozukai-rec  to wcur-currency
                 move note of kozukai-rec       to wcur-note
                 move wreason-code of kozukai-rec to wcur-reason
                 move wrefund-of of kozukai-rec to wcur-refund-of
                 perform TAKE-ROW
                 read kozukai-file next record
                   at end move 'EOF' to kozukai-eof
                 end-read
               end-perform
               close kozukai-file
             end-if

             open input archive-file
             if archive-file-fs not = zero
               go to PASS-BOOK-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               move archive-date-rec  to wcur-date
               move archive-category  to wcur-category
               move archive-in-or-out to wcur-inorout
               move archive-money     to wcur-money
               move archive-currency  to wcur-currency
               move archive-note      to wcur-note
               move space             to wcur-reason
               move space             to wcur-refund-of
               perform TAKE-ROW
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       PASS-BOOK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  TAKE-ROW  -  wcur-entry of book b into the net position, the
      *  month's category cells, the year's month cells and the 振替
      *  candidates, as each applies
      *----------------------------------------------------------------
       TAKE-ROW section.
             if wcur-date > wmonth-end
               go to TAKE-ROW-EXIT
             end-if
             add 1 to book-rows (b)
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = wcur-money * wexch-rate

      *      the net position takes every row, adjustments included
             if wcur-category = '繰越'
                or wcur-date < wmonth-first
               if wcur-inorout = '1'
                 add wmoney-jpy to book-open-bal (b)
               else
                 subtract wmoney-jpy from book-open-bal (b)
               end-if
             else
               if wcur-inorout = '1'
                 add wmoney-jpy to book-in (b)
               else
                 add wmoney-jpy to book-out (b)
               end-if
             end-if

             if wcur-category = '繰越'
                or wcur-reason not = space
               go to TAKE-ROW-EXIT
             end-if

             if wcur-refund-of not = space
               move wcur-refund-of (1:6) to wcell-ym
             else
               move wcur-date (1:6) to wcell-ym
             end-if
             if wcell-ym (1:4) = wtarget-ym (1:4)
                and wcell-ym not > wtarget-ym
               move wcell-ym (5:2) to m
               if wcur-refund-of not = space
                 subtract wmoney-jpy from ann-out (m, b)
               else
                 if wcur-inorout = '1'
                   add wmoney-jpy to ann-in (m, b)
                 else
                   add wmoney-jpy to ann-out (m, b)
                 end-if
               end-if
               if wcell-ym = wtarget-ym
                 move wcur-category to wseek-category
                 perform FIND-OR-ADD-CATEGORY
                 if k > zero
                   if wcur-refund-of not = space
                     subtract wmoney-jpy from cat-out (k, b)
                   else
                     if wcur-inorout = '1'
                       add wmoney-jpy to cat-in (k, b)
                     else
                       add wmoney-jpy to cat-out (k, b)
                     end-if
                   end-if
                 end-if
               end-if
             end-if

             if wcur-note (1:6) = '振替'
                and wcur-refund-of = space
                and wcur-date (1:4) = wtarget-ym (1:4)
               if xfer-count >= 500
                 add 1 to xfer-full
               else
                 add 1 to xfer-count
                 move b             to xfer-book (xfer-count)
                 move wcur-date     to xfer-date (xfer-count)
                 move wcur-inorout  to xfer-inorout (xfer-count)
                 move wmoney-jpy    to xfer-jpy (xfer-count)
                 move wcur-category to xfer-category (xfer-count)
                 move 'N'           to xfer-matched (xfer-count)
               end-if
             end-if.
       TAKE-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-OR-ADD-CATEGORY  -  wseek-category's slot in cat-table
      *  into k, added with zero cells when first seen; zero when the
      *  table is full
      *----------------------------------------------------------------
       FIND-OR-ADD-CATEGORY section.
             move zero to k
             perform varying i from 1 by 1 until i > cat-count
               if cat-name (i) = wseek-category
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if cat-count >= 80
                 add 1 to cat-full
                 go to FIND-OR-ADD-CATEGORY-EXIT
               end-if
               add 1 to cat-count
               move cat-count to k
               move wseek-category to cat-name (k)
               move zero to cat-elim-in (k)
               move zero to cat-elim-out (k)
               perform varying j from 1 by 1 until j > 6
                 move zero to cat-in (k, j)
                 move zero to cat-out (k, j)
               end-perform
             end-if.
       FIND-OR-ADD-CATEGORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-ELIMINATIONS  -  each 振替 OUT paired with the first
      *  unpaired 振替 IN of another book on the same date for the
      *  same JPY amount; both halves of a pair go into the ELIM
      *  cells of their month (and category, in the target month)
      *----------------------------------------------------------------
       FIND-ELIMINATIONS section.
             perform varying xi from 1 by 1 until xi > xfer-count
               if xfer-inorout (xi) = '2' and xfer-matched (xi) = 'N'
                 perform varying xj from 1 by 1
                    until xj > xfer-count
                   if xfer-inorout (xj) = '1'
                      and xfer-matched (xj) = 'N'
                      and xfer-book (xj) not = xfer-book (xi)
                      and xfer-date (xj) = xfer-date (xi)
                      and xfer-jpy (xj) = xfer-jpy (xi)
                     move 'Y' to xfer-matched (xi)
                     move 'Y' to xfer-matched (xj)
                     add 1 to xfer-pairs
                     move xi to xk
                     perform ELIMINATE-ONE
                     move xj to xk
                     perform ELIMINATE-ONE
                     exit perform
                   end-if
                 end-perform
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  ELIMINATE-ONE  -  transfer row xk into the ELIM cells
      *----------------------------------------------------------------
       ELIMINATE-ONE section.
             move xfer-date (xk) (5:2) to m
             if xfer-inorout (xk) = '1'
               add xfer-jpy (xk) to ann-elim-in (m)
             else
               add xfer-jpy (xk) to ann-elim-out (m)
             end-if
             if xfer-date (xk) (1:6) not = wtarget-ym
               go to ELIMINATE-ONE-EXIT
             end-if
             if xfer-inorout (xk) = '1'
               add xfer-jpy (xk) to pos-elim-in
             else
               add xfer-jpy (xk) to pos-elim-out
             end-if
             move xfer-category (xk) to wseek-category
             perform FIND-OR-ADD-CATEGORY
             if k > zero
               if xfer-inorout (xk) = '1'
                 add xfer-jpy (xk) to cat-elim-in (k)
               else
                 add xfer-jpy (xk) to cat-elim-out (k)
               end-if
             end-if.
       ELIMINATE-ONE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SORT-CATEGORIES  -  category name order, the exchange sort
      *  kozukaipaydue.cob uses
      *----------------------------------------------------------------
       SORT-CATEGORIES section.
             perform varying i from 1 by 1 until i >= cat-count
               perform varying j from i by 1 until j > cat-count
                 if cat-name (j) < cat-name (i)
                   move cat-entry (i) to cat-swap
                   move cat-entry (j) to cat-entry (i)
                   move cat-swap to cat-entry (j)
                 end-if
               end-perform
             end-perform
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
      *  WRITE-REPORT  -  the book legend, then the three parts
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string wtarget-ym delimited size
                    ' consolidated books (JPY)' delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line
             perform varying b from 1 by 1 until b > book-count
               move spaces to report-line
               move b to wdisp-book
               move 'BOOK'         to report-line (3:4)
               move wdisp-book     to report-line (7:2)
               if book-code (b) = space
                 move '(household)' to report-line (11:11)
               else
                 move book-code (b) to report-line (11:8)
               end-if
               move book-name (b)  to report-line (23:20)
               write report-line
             end-perform
             move spaces to report-line
             write report-line

             move 'MONTHLY SUMMARY - IN BY CATEGORY' to report-line
             write report-line
             perform WRITE-COLUMN-HEAD
             move 'I' to wline-kind
             perform varying k from 1 by 1 until k > cat-count
               perform WRITE-CATEGORY-LINE
             end-perform
             move spaces to report-line
             write report-line
             move 'MONTHLY SUMMARY - OUT BY CATEGORY' to report-line
             write report-line
             perform WRITE-COLUMN-HEAD
             move 'O' to wline-kind
             perform varying k from 1 by 1 until k > cat-count
               perform WRITE-CATEGORY-LINE
             end-perform
             move spaces to report-line
             write report-line

             move 'ANNUAL - IN BY MONTH' to report-line
             write report-line
             perform WRITE-COLUMN-HEAD
             move 'I' to wline-kind
             perform varying m from 1 by 1 until m > wtarget-mm
               perform WRITE-MONTH-LINE
             end-perform
             move spaces to report-line
             write report-line
             move 'ANNUAL - OUT BY MONTH' to report-line
             write report-line
             perform WRITE-COLUMN-HEAD
             move 'O' to wline-kind
             perform varying m from 1 by 1 until m > wtarget-mm
               perform WRITE-MONTH-LINE
             end-perform
             move spaces to report-line
             write report-line

             move 'NET POSITION' to report-line
             write report-line
             perform WRITE-COLUMN-HEAD
             perform WRITE-POSITION
             exit.

      *----------------------------------------------------------------
      *  WRITE-COLUMN-HEAD  -  a column per book, ELIM, COMBINED
      *----------------------------------------------------------------
       WRITE-COLUMN-HEAD section.
             move spaces to report-line
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               if book-code (b) = space
                 move '    (HOME)' to report-line (wcol:10)
               else
                 move book-code (b) to report-line (wcol + 2:8)
               end-if
             end-perform
             compute wcol = 22 + book-count * 11
             move '      ELIM' to report-line (wcol:10)
             add 11 to wcol
             move '  COMBINED' to report-line (wcol:10)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  WRITE-CATEGORY-LINE  -  category k's IN (wline-kind I) or
      *  OUT (O) across the books; a category with nothing on this
      *  side is not printed
      *----------------------------------------------------------------
       WRITE-CATEGORY-LINE section.
             move zero to wsum-books
             move spaces to report-line
             move cat-name (k) to report-line (1:20)
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               if wline-kind = 'I'
                 move cat-in (k, b) to wdisp-amt
                 add cat-in (k, b) to wsum-books
               else
                 move cat-out (k, b) to wdisp-amt
                 add cat-out (k, b) to wsum-books
               end-if
               move wdisp-amt to report-line (wcol:10)
             end-perform
             if wline-kind = 'I'
               move cat-elim-in (k) to wsum-elim
             else
               move cat-elim-out (k) to wsum-elim
             end-if
             if wsum-books = zero and wsum-elim = zero
               go to WRITE-CATEGORY-LINE-EXIT
             end-if
             perform PUT-ELIM-COMBINED.
       WRITE-CATEGORY-LINE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-MONTH-LINE  -  month m's IN (wline-kind I) or OUT (O)
      *  across the books
      *----------------------------------------------------------------
       WRITE-MONTH-LINE section.
             move zero to wsum-books
             move spaces to report-line
             move wtarget-ym (1:4) to report-line (1:4)
             move '/'              to report-line (5:1)
             move m                to report-line (6:2)
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               if wline-kind = 'I'
                 move ann-in (m, b) to wdisp-amt
                 add ann-in (m, b) to wsum-books
               else
                 move ann-out (m, b) to wdisp-amt
                 add ann-out (m, b) to wsum-books
               end-if
               move wdisp-amt to report-line (wcol:10)
             end-perform
             if wline-kind = 'I'
               move ann-elim-in (m) to wsum-elim
             else
               move ann-elim-out (m) to wsum-elim
             end-if
             perform PUT-ELIM-COMBINED
             exit.

      *----------------------------------------------------------------
      *  WRITE-POSITION  -  opening balance, the month's IN and OUT,
      *  closing balance; a transfer between books nets to nothing in
      *  the combined balances, so only IN and OUT carry an ELIM
      *----------------------------------------------------------------
       WRITE-POSITION section.
             move zero to wsum-books
             move spaces to report-line
             move 'OPENING BALANCE' to report-line (1:20)
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               move book-open-bal (b) to wdisp-amt
               move wdisp-amt to report-line (wcol:10)
               add book-open-bal (b) to wsum-books
             end-perform
             move zero to wsum-elim
             perform PUT-ELIM-COMBINED

             move zero to wsum-books
             move spaces to report-line
             move 'IN' to report-line (1:20)
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               move book-in (b) to wdisp-amt
               move wdisp-amt to report-line (wcol:10)
               add book-in (b) to wsum-books
             end-perform
             move pos-elim-in to wsum-elim
             perform PUT-ELIM-COMBINED

             move zero to wsum-books
             move spaces to report-line
             move 'OUT' to report-line (1:20)
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               move book-out (b) to wdisp-amt
               move wdisp-amt to report-line (wcol:10)
               add book-out (b) to wsum-books
             end-perform
             move pos-elim-out to wsum-elim
             perform PUT-ELIM-COMBINED

             move zero to wsum-books
             move spaces to report-line
             move 'CLOSING BALANCE' to report-line (1:20)
             perform varying b from 1 by 1 until b > book-count
               compute wcol = 22 + (b - 1) * 11
               compute wmoney-jpy = book-open-bal (b) + book-in (b)
                                  - book-out (b)
               move wmoney-jpy to wdisp-amt
               move wdisp-amt to report-line (wcol:10)
               add wmoney-jpy to wsum-books
             end-perform
             move zero to wsum-elim
             perform PUT-ELIM-COMBINED
             exit.

      *----------------------------------------------------------------
      *  PUT-ELIM-COMBINED  -  the ELIM and COMBINED cells after the
      *  book columns already in report-line, and the line out
      *----------------------------------------------------------------
       PUT-ELIM-COMBINED section.
             compute wsum-combined = wsum-books - wsum-elim
             compute wcol = 22 + book-count * 11
             if wsum-elim not = zero
               compute wmoney-jpy = zero - wsum-elim
               move wmoney-jpy to wdisp-amt
               move wdisp-amt to report-line (wcol:10)
             end-if
             add 11 to wcol
             move wsum-combined to wdisp-amt
             move wdisp-amt to report-line (wcol:10)
             write report-line
             exit.
