       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiextract.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Night batch step - writes the reporting extract
      *  (kozukairptext.dat; kozukairptext_<code>.dat for each
      *  other book in the ledger master) that the summary, annual,
      *  passbook, medical, FX position, settlement and forecast
      *  reports read instead of each opening kozukai.dat, merging
      *  the kozukaiYYYY.dat archives, skipping carry-forward rows
      *  and converting through the rate master on its own.  Every
      *  closed year's archive is merged ahead of the live file, so
      *  the extract is the whole history in date order; each row
      *  carries its JPY amount at the rate of its own date, the
      *  category's parent chain, member, tax, split parent, refund
      *  link and reporting month, and a carry-forward row whose
      *  year is there in detail is flagged.  The extract is built
      *  under a work name and put in place only when complete, so
      *  a report never reads half of one.
      *  Command line: optional ledger code (only that book).
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
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
        select category-file assign to wcategory-filename
           organization is indexed access mode is sequential
           record key is category-key
           file status is category-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select ledger-file assign to "kozukailedger.dat"
           organization is indexed access mode is sequential
           record key is ledger-code
           file status is ledger-file-fs.
        select rptext-file assign to wwork-filename
           organization line sequential
           file status is rptext-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd category-file.
       copy categoryfile.

       fd rate-file.
       copy ratefile.

       fd ledger-file.
       copy ledgerfile.

       fd rptext-file.
       copy rptextfile.

       WORKING-STORAGE SECTION.
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 category-file-fs   pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 ledger-file-fs     pic 9(2).
       01 rptext-file-fs     pic 9(2).
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 category-eof       pic x(3) value space.
       01 rate-eof           pic x(3) value space.
       01 ledger-eof         pic x(3) value space.

       01 wcmd-line          pic x(80) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(08).
       01 wbuilt-at          pic x(14) value space.
       01 wthis-year         pic 9(04) value zero.

      *  the book being extracted and its file names
       77 wledger-code       pic x(08) value space.
       77 wled-len           pic 9(02) value zero.
       77 wled-suffix        pic x(10) value space.
       77 wkozukai-filename  pic x(30) value 'kozukai.dat'.
       77 wcategory-filename pic x(30) value 'category.dat'.
       77 wextract-filename  pic x(30) value 'kozukairptext.dat'.
       77 wwork-filename     pic x(30) value 'kozukairptext.tmp'.
       01 warchive-filename  pic x(30) value space.

      *  the books to extract: the household first, then every
      *  other code in the ledger master
       01 book-tab.
        02 book-entry occurs 50.
         03 btab-code        pic x(08).
       01 book-count         pic 9(02) value zero.
       01 b                  pic 9(02) value zero.

      *  which years 2000-2099 have an archive for the book
       01 arch-tab.
        02 arch-present occurs 100 pic x(01).
       01 wyear              pic 9(04) value zero.
       01 wyx                pic 9(03) value zero.
       01 wfirst-year        pic x(04) value space.
       01 wcarry-year        pic 9(04) value zero.

      *  the book's category master: name and parent
       01 cat-tab.
        02 cat-entry occurs 200.
         03 ctab-name        pic x(20).
         03 ctab-parent      pic x(20).
       01 cat-count          pic 9(03) value zero.
       01 c                  pic 9(03) value zero.

       01 wrow-count         pic 9(09) value zero.
       01 wcarry-count       pic 9(07) value zero.
       01 wbook-done         pic 9(02) value zero.

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

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          move wnow-date (1:4) to wthis-year.
          string wnow-date        delimited size
                 wnow-time (1:6)  delimited size
            into wbuilt-at
          end-string.

          perform LOAD-RATE-TABLE.

          if wcmd-line not = space
            move 1 to book-count
            move wcmd-line to btab-code (1)
          else
            perform LOAD-BOOKS
          end-if.

          perform varying b from 1 by 1 until b > book-count
            move btab-code (b) to wledger-code
            perform BUILD-ONE-BOOK
          end-perform.

          display 'kozukaiextract: ' wbook-done ' book(s) '
                  'extracted at ' wbuilt-at.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-BOOKS  -  the household book, then each other code in
      *  the ledger master; no master means the household alone
      *----------------------------------------------------------------
       LOAD-BOOKS section.
             move 1 to book-count
             move space to btab-code (1)
             open input ledger-file
             if ledger-file-fs not = zero
               go to LOAD-BOOKS-EXIT
             end-if
             move space to ledger-eof
             perform until ledger-eof = 'EOF'
               read ledger-file
                 at end move 'EOF' to ledger-eof
               end-read
               if ledger-eof not = 'EOF'
                  and ledger-code not = space
                  and book-count < 50
                 add 1 to book-count
                 move ledger-code to btab-code (book-count)
               end-if
             end-perform
             close ledger-file.
       LOAD-BOOKS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUILD-ONE-BOOK  -  header, every archived year in order,
      *  the live file, trailer; then the work file replaces the
      *  previous extract.  A book whose live file cannot be opened
      *  keeps its previous extract, whose stamp then shows its age.
      *----------------------------------------------------------------
       BUILD-ONE-BOOK section.
             perform SET-LEDGER-FILENAMES
             open input kozukai-file
             if kozukai-file-fs not = zero
               display 'kozukaiextract: ' wkozukai-filename
                       ' open failed, fs=' kozukai-file-fs
               move 8 to return-code
               go to BUILD-ONE-BOOK-EXIT
             end-if
             close kozukai-file

             perform LOAD-CATEGORY-TABLE
             perform PROBE-ARCHIVES

             open output rptext-file
             if rptext-file-fs not = zero
               display 'kozukaiextract: ' wwork-filename
                       ' cannot be written, fs=' rptext-file-fs
               move 8 to return-code
               go to BUILD-ONE-BOOK-EXIT
             end-if
             move zero to wrow-count
             move zero to wcarry-count

             move space to rptext-rec
             move 'H' to rx-rec-type
             move wbuilt-at to rxh-built-at
             move wledger-code to rxh-ledger
             move wfirst-year to rxh-first-year
             write rptext-rec

             perform varying wyear from 2000 by 1
                until wyear > wthis-year or wyear > 2099
               compute wyx = wyear - 1999
               if arch-present (wyx) = 'Y'
                 perform PASS-ARCHIVE-FILE
               end-if
             end-perform
             perform PASS-LIVE-FILE

             move space to rptext-rec
             move 'T' to rx-rec-type
             move wrow-count to rxt-row-count
             move wbuilt-at to rxt-built-at
             write rptext-rec
             close rptext-file

             call 'CBL_DELETE_FILE' using wextract-filename
             call 'CBL_RENAME_FILE' using wwork-filename
                                          wextract-filename
             move zero to return-code
             add 1 to wbook-done
             display 'kozukaiextract: ' wextract-filename ' '
                     wrow-count ' row(s), ' wcarry-count
                     ' carry row(s) flagged'.
       BUILD-ONE-BOOK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-LEDGER-FILENAMES  -  a named ledger extracts from its
      *  own kozukai_<code>.dat, category_<code>.dat and archives
      *  into its own kozukairptext_<code>.dat; blank keeps the
      *  legacy household names
      *----------------------------------------------------------------
       SET-LEDGER-FILENAMES section.
             move space to wled-suffix
             move 'kozukai.dat'       to wkozukai-filename
             move 'category.dat'      to wcategory-filename
             move 'kozukairptext.dat' to wextract-filename
             move 'kozukairptext.tmp' to wwork-filename
             if wledger-code = space
               go to SET-LEDGER-FILENAMES-EXIT
             end-if
             move 8 to wled-len
             perform until wled-len = zero
                or wledger-code (wled-len:1) not = space
               subtract 1 from wled-len
             end-perform
             string '_' delimited size
                    wledger-code (1:wled-len) delimited size
               into wled-suffix
             end-string
             move space to wkozukai-filename
             string 'kozukai_' delimited size
                    wledger-code (1:wled-len) delimited size
                    '.dat' delimited size
               into wkozukai-filename
             end-string
             move space to wcategory-filename
             string 'category_' delimited size
                    wledger-code (1:wled-len) delimited size
                    '.dat' delimited size
               into wcategory-filename
             end-string
             move space to wextract-filename
             string 'kozukairptext_' delimited size
                    wledger-code (1:wled-len) delimited size
                    '.dat' delimited size
               into wextract-filename
             end-string
             move space to wwork-filename
             string 'kozukairptext_' delimited size
                    wledger-code (1:wled-len) delimited size
                    '.tmp' delimited size
               into wwork-filename
             end-string.
       SET-LEDGER-FILENAMES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-CATEGORY-TABLE  -  name and parent of every category
      *  in the book's master; a missing master leaves every
      *  category top-level
      *----------------------------------------------------------------
       LOAD-CATEGORY-TABLE section.
             move zero to cat-count
             open input category-file
             if category-file-fs not = zero
               go to LOAD-CATEGORY-TABLE-EXIT
             end-if
             move space to category-eof
             perform until category-eof = 'EOF'
               read category-file next record
                 at end move 'EOF' to category-eof
               end-read
               if category-eof not = 'EOF' and cat-count < 200
                 add 1 to cat-count
                 move category-key to ctab-name (cat-count)
                 move category-parent to ctab-parent (cat-count)
               end-if
             end-perform
             close category-file.
       LOAD-CATEGORY-TABLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PROBE-ARCHIVES  -  note which years have an archive for
      *  the book, before any row is written, so a carry-forward row
      *  can be told whether its year will be there in detail
      *----------------------------------------------------------------
       PROBE-ARCHIVES section.
             move space to wfirst-year
             perform varying wyx from 1 by 1 until wyx > 100
               move 'N' to arch-present (wyx)
             end-perform
             perform varying wyear from 2000 by 1
                until wyear > wthis-year or wyear > 2099
               perform SET-ARCHIVE-FILENAME
               open input archive-file
               if archive-file-fs = zero
                 close archive-file
                 compute wyx = wyear - 1999
                 move 'Y' to arch-present (wyx)
                 if wfirst-year = space
                   move wyear to wfirst-year
                 end-if
               end-if
             end-perform
             exit.

       SET-ARCHIVE-FILENAME section.
             move space to warchive-filename
             string 'kozukai'    delimited size
                    wyear        delimited size
                    wled-suffix  delimited by space
                    '.dat'       delimited size
               into warchive-filename
             end-string
             exit.

      *----------------------------------------------------------------
      *  PASS-ARCHIVE-FILE  -  one closed year's rows, wyear; the
      *  archive keeps no refund, split, reason, account, event or
      *  payee columns, so those go out blank
      *----------------------------------------------------------------
       PASS-ARCHIVE-FILE section.
             perform SET-ARCHIVE-FILENAME
             open input archive-file
             if archive-file-fs not = zero
               go to PASS-ARCHIVE-FILE-EXIT
             end-if
             move space to archive-eof
             perform until archive-eof = 'EOF'
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
               if archive-eof not = 'EOF'
                 move space to rptext-rec
                 move 'D' to rx-rec-type
                 move 'A' to rx-source
                 move archive-date-rec   to rx-date
                 move archive-date-sec   to rx-sec
                 move archive-category   to rx-category
                 move archive-in-or-out  to rx-in-or-out
                 move archive-member     to rx-member
                 move archive-money      to rx-money
                 move archive-currency   to rx-currency
                 move archive-tax-class  to rx-tax-class
                 move archive-tax-amount to rx-tax-amount
                 move archive-note       to rx-note
                 move zero               to rx-refunded
                 perform RESOLVE-AND-WRITE
               end-if
             end-perform
             close archive-file.
       PASS-ARCHIVE-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PASS-LIVE-FILE  -  every row of the book's live file
      *----------------------------------------------------------------
       PASS-LIVE-FILE section.
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to PASS-LIVE-FILE-EXIT
             end-if
             move space to kozukai-eof
             perform until kozukai-eof = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
               if kozukai-eof not = 'EOF'
                 move space to rptext-rec
                 move 'D' to rx-rec-type
                 move 'L' to rx-source
                 move wdate-rec of kozukai-rec    to rx-date
                 move wdate-sec of kozukai-rec    to rx-sec
                 move wcategory of kozukai-rec    to rx-category
                 move in-or-out of kozukai-rec    to rx-in-or-out
                 move wmember of kozukai-rec      to rx-member
                 move money of kozukai-rec        to rx-money
                 move wcurrency of kozukai-rec    to rx-currency
                 move wtax-class of kozukai-rec   to rx-tax-class
                 move wtax-amount of kozukai-rec  to rx-tax-amount
                 move wparent-key of kozukai-rec  to rx-parent-key
                 move wrefund-of of kozukai-rec   to rx-refund-of
                 move wrefunded of kozukai-rec    to rx-refunded
                 move wreason-code of kozukai-rec to rx-reason-code
                 move waccount of kozukai-rec     to rx-account
                 move wevent of kozukai-rec       to rx-event
                 move wpayee of kozukai-rec       to rx-payee
                 move note of kozukai-rec         to rx-note
                 perform RESOLVE-AND-WRITE
               end-if
             end-perform
             close kozukai-file.
       PASS-LIVE-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RESOLVE-AND-WRITE  -  the worked-out columns of the row
      *  staged in rptext-rec: reporting month, parent chain, rate
      *  and JPY amounts, carry flag; then out it goes
      *----------------------------------------------------------------
       RESOLVE-AND-WRITE section.
             if rx-refund-of not = space
               move rx-refund-of (1:6) to rx-report-ym
             else
               move rx-date (1:6) to rx-report-ym
             end-if

             move space to rx-cat-parent
             perform varying c from 1 by 1 until c > cat-count
               if ctab-name (c) = rx-category
                 move ctab-parent (c) to rx-cat-parent
                 exit perform
               end-if
             end-perform
             if rx-cat-parent = space
               move rx-category to rx-cat-top
             else
               move rx-cat-parent to rx-cat-top
             end-if

             perform LOOKUP-EXCHANGE-RATE
             move wexch-rate to rx-rate
             compute rx-money-jpy = rx-money * wexch-rate
             compute rx-tax-jpy = rx-tax-amount * wexch-rate
             compute rx-refunded-jpy = rx-refunded * wexch-rate

             move 'N' to rx-carry-flag
             if rx-category = '繰越'
                and rx-date (5:4) = '0101'
                and rx-date (1:4) numeric
               move rx-date (1:4) to wcarry-year
               subtract 1 from wcarry-year
               if wcarry-year >= 2000 and wcarry-year <= 2099
                 compute wyx = wcarry-year - 1999
                 if arch-present (wyx) = 'Y'
                   move 'Y' to rx-carry-flag
                   add 1 to wcarry-count
                 end-if
               end-if
             end-if

             write rptext-rec
             add 1 to wrow-count
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
      *  LOOKUP-EXCHANGE-RATE  -  translate rx-currency into the JPY
      *  conversion rate in effect on rx-date (the newest
      *  rate-from-date not after it); a blank or unrecognized
      *  currency code, or one with no rate effective yet, is
      *  treated as JPY (rate 1.00)
      *----------------------------------------------------------------
       LOOKUP-EXCHANGE-RATE section.
             move 1.00 to wexch-rate
             move space to wexch-best-date
             if rx-currency not = space then
               perform varying wexch-k from 1 by 1
                          until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) = rx-currency
                    and currency-rate-from (wexch-k) not > rx-date
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
