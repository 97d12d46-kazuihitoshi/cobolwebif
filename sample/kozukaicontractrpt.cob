       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaicontractrpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the year's contract premiums by category,
      *  set against what the ledger actually charged (YYYY on the
      *  command line, the year before the current one when none is
      *  given).  Every contract in kozukaicontract.dat in force at
      *  some point of the year counts the months it covered - from
      *  its start month when it started inside the year, to its
      *  end month when it was cancelled inside it - at its premium
      *  over its billing cycle (M 1, Q 3, H 6, Y 12 months).  The
      *  contracts are listed under their ledger category with the
      *  expected premium, and each category closes with the
      *  ledger's OUT for the year - live and archived, in yen at
      *  the row's own rate, net of refunds, adjustments and 振替
      *  transfers left out - and the difference; a difference of
      *  more than a tenth of the expected premium is marked CHECK.
      *  A category also carries spend that is not a premium, so
      *  the ledger side can only ever be the ceiling.
      *  Output: kozukaicontractrpt.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select contract-file assign to "kozukaicontract.dat"
           organization is indexed access mode is sequential
           record key is ctr-id
           file status is contract-file-fs.
        select kozukai-file assign to "kozukai.dat"
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
        select report-file assign to "kozukaicontractrpt.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd contract-file.
       copy contractfile.

       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 contract-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 contract-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wyear              pic x(04) value space.
       01 wyear-num          pic 9(04) value zero.
       01 wyear-from         pic x(08) value space.
       01 wyear-to           pic x(08) value space.
       01 warchive-filename  pic x(30) value space.

      *  the contracts in force during the year, put in category
      *  order before they are printed
       01 kct-table.
        02 kct-entry occurs 200.
         03 kct-category     pic x(20).
         03 kct-id           pic 9(06).
         03 kct-name         pic x(30).
         03 kct-party        pic x(30).
         03 kct-cycle        pic x(01).
         03 kct-premium      pic s9(09).
         03 kct-months       pic 9(02).
         03 kct-expected     pic s9(11).
       01 kct-count          pic 9(03) value zero.
       01 kct-swap           pic x(109).

      *  per category: the premiums expected and the ledger's OUT
       01 kcat-table.
        02 kcat-entry occurs 100.
         03 kcat-name        pic x(20).
         03 kcat-expected    pic s9(11).
         03 kcat-actual      pic s9(11).
       01 kcat-count         pic 9(03) value zero.
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).

       01 wfrom-mm           pic 9(02) value zero.
       01 wto-mm             pic 9(02) value zero.
       01 wcycle-months      pic 9(02) value zero.
       01 wseek-category     pic x(20) value space.
       01 wcur-date          pic x(08) value space.
       01 wcur-money         pic s9(09) value zero.
       01 wcur-currency      pic x(03) value space.
       01 wdiff              pic s9(11) value zero.
       01 wcheck-limit       pic s9(11) value zero.
       01 wsum-expected      pic s9(11) value zero.
       01 wsum-actual        pic s9(11) value zero.
       01 wcheck-count       pic 9(03) value zero.
       01 wdisp-amt          pic -z(9)9.
       01 wdisp-months       pic z9.

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

          if warg = space then
            move wnow-date (1:4) to wyear-num
            subtract 1 from wyear-num
            move wyear-num to wyear
          else
            move warg (1:4) to wyear
            if wyear not numeric
               or warg (5:1) not = space
              display 'usage: kozukaicontractrpt [YYYY]'
              stop run
            end-if
            move wyear to wyear-num
          end-if.
          string wyear delimited size '0101' delimited size
            into wyear-from
          end-string.
          string wyear delimited size '1231' delimited size
            into wyear-to
          end-string.

          perform LOAD-RATE-TABLE.
          perform LOAD-CONTRACTS.
          perform SORT-CONTRACTS.
          if kcat-count > zero
            perform SUM-LEDGER
            perform SUM-ARCHIVE
          end-if.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          display 'kozukaicontractrpt: ' wyear ', '
                  kct-count ' contract(s) in '
                  kcat-count ' categor(ies), '
                  wcheck-count ' to check'.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-CONTRACTS  -  the contracts in force at some point of
      *  the year, with the months covered and the premium expected
      *  for them; each contract's category joins the category table
      *----------------------------------------------------------------
       LOAD-CONTRACTS section.
             move zero to kct-count
             open input contract-file
             if contract-file-fs not = zero
               go to LOAD-CONTRACTS-EXIT
             end-if
             move space to contract-eof
             read contract-file next record
               at end move 'EOF' to contract-eof
             end-read
             perform until contract-eof = 'EOF'
               if (ctr-start-date = space
                   or ctr-start-date not > wyear-to)
                  and (ctr-active
                       or ctr-end-date not < wyear-from)
                  and kct-count < 200
                 perform TAKE-CONTRACT
               end-if
               read contract-file next record
                 at end move 'EOF' to contract-eof
               end-read
             end-perform
             close contract-file.
       LOAD-CONTRACTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  TAKE-CONTRACT  -  months covered and premium expected
      *----------------------------------------------------------------
       TAKE-CONTRACT section.
             move 1 to wfrom-mm
             move 12 to wto-mm
             if ctr-start-date (1:4) = wyear
               move ctr-start-date (5:2) to wfrom-mm
             end-if
             if ctr-cancelled and ctr-end-date (1:4) = wyear
               move ctr-end-date (5:2) to wto-mm
             end-if
             evaluate true
               when ctr-cycle-quarterly move 3 to wcycle-months
               when ctr-cycle-half      move 6 to wcycle-months
               when ctr-cycle-yearly    move 12 to wcycle-months
               when other               move 1 to wcycle-months
             end-evaluate

             add 1 to kct-count
             move ctr-category     to kct-category (kct-count)
             move ctr-id           to kct-id (kct-count)
             move ctr-name         to kct-name (kct-count)
             move ctr-counterparty to kct-party (kct-count)
             move ctr-cycle        to kct-cycle (kct-count)
             move ctr-premium      to kct-premium (kct-count)
             if wto-mm < wfrom-mm
               move zero to kct-months (kct-count)
             else
               compute kct-months (kct-count) = wto-mm - wfrom-mm + 1
             end-if
             compute kct-expected (kct-count) rounded =
                ctr-premium * kct-months (kct-count) / wcycle-months

             move ctr-category to wseek-category
             perform FIND-OR-ADD-CATEGORY
             if k > zero
               add kct-expected (kct-count) to kcat-expected (k)
             end-if
             exit.

      *----------------------------------------------------------------
      *  FIND-OR-ADD-CATEGORY  -  k is wseek-category's slot, zero
      *  when the table is full
      *----------------------------------------------------------------
       FIND-OR-ADD-CATEGORY section.
             move zero to k
             perform varying i from 1 by 1 until i > kcat-count
               if kcat-name (i) = wseek-category
                 move i to k
               end-if
             end-perform
             if k = zero and kcat-count < 100
               add 1 to kcat-count
               move kcat-count to k
               move wseek-category to kcat-name (k)
               move zero to kcat-expected (k)
               move zero to kcat-actual (k)
             end-if
             exit.

      *----------------------------------------------------------------
      *  SORT-CONTRACTS  -  category order, then contract id, an
      *  exchange sort over the few contracts a household keeps
      *----------------------------------------------------------------
       SORT-CONTRACTS section.
             perform varying i from 1 by 1 until i >= kct-count
               perform varying j from i by 1 until j > kct-count
                 if kct-category (j) < kct-category (i)
                    or (kct-category (j) = kct-category (i)
                        and kct-id (j) < kct-id (i))
                   move kct-entry (i) to kct-swap
                   move kct-entry (j) to kct-entry (i)
                   move kct-swap to kct-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  SUM-LEDGER  -  the live OUT rows of the year in the
      *  contracts' categories
      *----------------------------------------------------------------
       SUM-LEDGER section.
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to SUM-LEDGER-EXIT
             end-if
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if wdate-rec of kozukai-rec > wyear-to
                 move 'EOF' to kozukai-eof
               else
                 if wdate-rec of kozukai-rec not < wyear-from
                    and in-or-out of kozukai-rec = '2'
                    and wreason-code of kozukai-rec = space
                    and note of kozukai-rec (1:6) not = '振替'
                   move wcategory of kozukai-rec to wseek-category
                   move wdate-rec of kozukai-rec to wcur-date
                   compute wcur-money = money of kozukai-rec
                                      - wrefunded of kozukai-rec
                   move wcurrency of kozukai-rec to wcur-currency
                   perform ADD-ACTUAL
                 end-if
                 read kozukai-file next record
                   at end move 'EOF' to kozukai-eof
                 end-read
               end-if
             end-perform
             close kozukai-file.
       SUM-LEDGER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SUM-ARCHIVE  -  the year's rows already in kozukaiYYYY.dat
      *----------------------------------------------------------------
       SUM-ARCHIVE section.
             move space to warchive-filename
             string 'kozukai' delimited size
                    wyear     delimited size
                    '.dat'    delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to SUM-ARCHIVE-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-in-or-out = '2'
                  and archive-note (1:6) not = '振替'
                 move archive-category to wseek-category
                 move archive-date-rec to wcur-date
                 move archive-money    to wcur-money
                 move archive-currency to wcur-currency
                 perform ADD-ACTUAL
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       SUM-ARCHIVE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-ACTUAL  -  a row in one of the contracts' categories
      *  adds its yen to the category's actual
      *----------------------------------------------------------------
       ADD-ACTUAL section.
             move zero to k
             perform varying i from 1 by 1 until i > kcat-count
               if kcat-name (i) = wseek-category
                 move i to k
               end-if
             end-perform
             if k = zero
               go to ADD-ACTUAL-EXIT
             end-if
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy rounded = wcur-money * wexch-rate
             add wmoney-jpy to kcat-actual (k).
       ADD-ACTUAL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  per category its contracts, then the
      *  expected premium against the ledger's charges
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string 'CONTRACT PREMIUMS BY CATEGORY ' delimited size
                    wyear delimited size
                    ' (JPY)' delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line
             move 'ID'        to report-line (3:2)
             move 'CONTRACT'  to report-line (10:8)
             move 'COUNTERPARTY' to report-line (41:12)
             move 'CYC'       to report-line (72:3)
             move 'MO'        to report-line (76:2)
             move 'EXPECTED'  to report-line (82:8)
             write report-line

             perform varying i from 1 by 1 until i > kct-count
               if i = 1
                  or kct-category (i) not = kct-category (i - 1)
                 move spaces to report-line
                 write report-line
                 move kct-category (i) to report-line
                 write report-line
               end-if
               move spaces to report-line
               move kct-id (i)    to report-line (3:6)
               move kct-name (i)  to report-line (10:30)
               move kct-party (i) to report-line (41:30)
               move kct-cycle (i) to report-line (73:1)
               move kct-months (i) to wdisp-months
               move wdisp-months  to report-line (76:2)
               move kct-expected (i) to wdisp-amt
               move wdisp-amt     to report-line (80:10)
               write report-line
               if i = kct-count
                  or kct-category (i) not = kct-category (i + 1)
                 move kct-category (i) to wseek-category
                 perform WRITE-CATEGORY-CHECK
               end-if
             end-perform

             move spaces to report-line
             write report-line
             move wsum-expected to wdisp-amt
             move spaces to report-line
             move 'TOTAL EXPECTED' to report-line (1:14)
             move wdisp-amt        to report-line (80:10)
             write report-line
             move wsum-actual to wdisp-amt
             move spaces to report-line
             move 'TOTAL LEDGER'   to report-line (1:12)
             move wdisp-amt        to report-line (80:10)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  WRITE-CATEGORY-CHECK  -  the category's expected premium,
      *  its ledger OUT and the difference, CHECK past a tenth
      *----------------------------------------------------------------
       WRITE-CATEGORY-CHECK section.
             move zero to k
             perform varying j from 1 by 1 until j > kcat-count
               if kcat-name (j) = wseek-category
                 move j to k
               end-if
             end-perform
             if k = zero
               go to WRITE-CATEGORY-CHECK-EXIT
             end-if
             add kcat-expected (k) to wsum-expected
             add kcat-actual (k) to wsum-actual
             compute wdiff = kcat-actual (k) - kcat-expected (k)
             compute wcheck-limit = kcat-expected (k) / 10

             move spaces to report-line
             move 'EXPECTED'        to report-line (10:8)
             move kcat-expected (k) to wdisp-amt
             move wdisp-amt         to report-line (80:10)
             write report-line
             move spaces to report-line
             move 'LEDGER OUT'      to report-line (10:10)
             move kcat-actual (k) to wdisp-amt
             move wdisp-amt         to report-line (80:10)
             write report-line
             move spaces to report-line
             move 'DIFFERENCE'      to report-line (10:10)
             move wdiff to wdisp-amt
             move wdisp-amt         to report-line (80:10)
             if wdiff > wcheck-limit or wdiff < zero - wcheck-limit
               move 'CHECK'         to report-line (92:5)
               add 1 to wcheck-count
             end-if
             write report-line.
       WRITE-CATEGORY-CHECK-EXIT.
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
      *  LOOKUP-EXCHANGE-RATE  -  the JPY rate for wcur-currency in
      *  effect on wcur-date (the newest rate-from-date not after
      *  it); a blank or unrecognized currency, or one with no rate
      *  effective yet, is JPY
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
