       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayeerpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - where the money goes, by payee.  Takes a
      *  month (YYYYMM) or a whole year (YYYY) on the command line
      *  and ranks the payees by their OUT spend in JPY, at the rate
      *  in effect on each row's own date: the top 20 by name with
      *  their row count and share of the period, the rest as one
      *  line, then the rows no payee could be found for and the
      *  period total.  Live rows count under their wpayee; a
      *  refund comes off its payee in the purchase's month, the way
      *  the totals net it, and reason-coded adjustment rows are not
      *  spend.  For a closed year the kozukaiYYYY.dat archive is
      *  read as well, its notes resolved through
      *  kozukaipayeematch.cob since the archive layout carries no
      *  payee of its own.
      *  Output: kozukaipayeerpt.txt.
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
        select archive-file assign to warchive-filename
           organization is indexed access mode is sequential
           record key is archive-key
           file status is archive-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select report-file assign to "kozukaipayeerpt.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd rate-file.
       copy ratefile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       copy payeematch.
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 report-file-fs     pic 9(2).
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 wtarget            pic x(06) value space.
       01 wtarget-len        pic 9(01) value zero.
       01 warchive-filename  pic x(30) value space.

      *  the entry under the microscope, whichever file it came
      *  from, the two-pass shape kozukaiannual.cob uses
       01 wcur-entry.
          02 wcur-date       pic x(08).
          02 wcur-money      pic s9(09).
          02 wcur-currency   pic x(03).
          02 wcur-payee      pic x(08).
       01 wmoney-jpy         pic s9(11) value zero.

      *  spend per payee, ranked before printing
       01 wpayee-table.
        02 wpy-entry occurs 300.
         03 wpy-code         pic x(08).
         03 wpy-spent        pic s9(11).
         03 wpy-rows         pic 9(05).
       01 wpayee-count       pic 9(03) value zero.
       01 wpy-swap           pic x(24).
       01 wunknown-spent     pic s9(11) value zero.
       01 wunknown-rows      pic 9(05) value zero.
       01 wrest-spent        pic s9(11) value zero.
       01 wrest-rows         pic 9(05) value zero.
       01 wperiod-total      pic s9(11) value zero.
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).
       01 wshare-pct         pic 9(03) value zero.

       01 wdisp-money        pic -z(10)9.
       01 wdisp-rows         pic zzzz9.
       01 wdisp-pct          pic zz9.
       01 wdisp-rank         pic z9.

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

          accept wtarget from command-line.
          evaluate true
            when wtarget (1:6) numeric
              move 6 to wtarget-len
            when wtarget (1:4) numeric and wtarget (5:2) = space
              move 4 to wtarget-len
            when other
              display 'usage: kozukaipayeerpt YYYYMM | YYYY'
              stop run
          end-evaluate.

          perform LOAD-RATE-TABLE.
          perform PASS-LIVE-FILE.
          if wtarget-len = 4
            perform PASS-ARCHIVE-FILE
          end-if.
          perform RANK-PAYEES.
          perform WRITE-REPORT.

          display 'kozukaipayeerpt: ' wtarget ' ' wpayee-count
                  ' payee(s), ' wunknown-rows ' row(s) unresolved'.
          stop run.

      *----------------------------------------------------------------
      *  PASS-LIVE-FILE  -  the OUT rows of the period, and the
      *  refunds of the period's purchases, under their own payee
      *----------------------------------------------------------------
       PASS-LIVE-FILE section.
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to PASS-LIVE-FILE-EXIT
             end-if
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if wreason-code of kozukai-rec = space
                 move wdate-rec of kozukai-rec to wcur-date
                 move money     of kozukai-rec to wcur-money
                 move wcurrency of kozukai-rec to wcur-currency
                 move wpayee    of kozukai-rec to wcur-payee
                 evaluate true
                   when in-or-out of kozukai-rec = '2'
                        and wdate-rec of kozukai-rec (1:wtarget-len)
                            = wtarget (1:wtarget-len)
                     perform FOLD-PAYEE-ROW
                   when in-or-out of kozukai-rec = '1'
                        and wrefund-of of kozukai-rec not = space
                        and wrefund-of of kozukai-rec (1:wtarget-len)
                            = wtarget (1:wtarget-len)
                     compute wcur-money = zero - wcur-money
                     perform FOLD-PAYEE-ROW
                   when other
                     continue
                 end-evaluate
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       PASS-LIVE-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PASS-ARCHIVE-FILE  -  a closed year's OUT rows, each note
      *  resolved to a payee on the way past; a year never closed
      *  just has no archive file
      *----------------------------------------------------------------
       PASS-ARCHIVE-FILE section.
             string 'kozukai'       delimited size
                    wtarget (1:4)   delimited size
                    '.dat'          delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to PASS-ARCHIVE-FILE-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-in-or-out = '2'
                 move archive-date-rec  to wcur-date
                 move archive-money     to wcur-money
                 move archive-currency  to wcur-currency
                 move archive-note      to pym-note
                 move space             to pym-payee
                 call 'kozukaipayeematch' using payee-match-area
                 move pym-payee         to wcur-payee
                 perform FOLD-PAYEE-ROW
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       PASS-ARCHIVE-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-PAYEE-ROW  -  wcur-entry in JPY into its payee's row,
      *  or into the unresolved line when it has none
      *----------------------------------------------------------------
       FOLD-PAYEE-ROW section.
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = wcur-money * wexch-rate
             add wmoney-jpy to wperiod-total
             if wcur-payee = space
               add wmoney-jpy to wunknown-spent
               add 1 to wunknown-rows
               go to FOLD-PAYEE-ROW-EXIT
             end-if
             move zero to k
             perform varying i from 1 by 1 until i > wpayee-count
               if wpy-code (i) = wcur-payee
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if wpayee-count >= 300
                 add wmoney-jpy to wrest-spent
                 add 1 to wrest-rows
                 go to FOLD-PAYEE-ROW-EXIT
               end-if
               add 1 to wpayee-count
               move wpayee-count to k
               move wcur-payee to wpy-code (k)
               move zero to wpy-spent (k)
               move zero to wpy-rows (k)
             end-if
             add wmoney-jpy to wpy-spent (k)
             add 1 to wpy-rows (k).
       FOLD-PAYEE-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RANK-PAYEES  -  largest spend first, the exchange sort
      *  kozukaipaydue.cob uses
      *----------------------------------------------------------------
       RANK-PAYEES section.
             perform varying i from 1 by 1 until i >= wpayee-count
               perform varying j from i by 1 until j > wpayee-count
                 if wpy-spent (j) > wpy-spent (i)
                   move wpy-entry (i) to wpy-swap
                   move wpy-entry (j) to wpy-entry (i)
                   move wpy-swap to wpy-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  heading, the top 20 with rank, name, rows,
      *  spend and share, then the others, the unresolved rows and
      *  the period total
      *----------------------------------------------------------------
       WRITE-REPORT section.
             open output report-file
             move space to report-line
             string 'TOP PAYEES FOR ' delimited size
                    wtarget          delimited space
               into report-line
             end-string
             write report-line
             move space to report-line
             write report-line
             move space to report-line
             move 'RANK'          to report-line (1:4)
             move 'PAYEE'         to report-line (6:30)
             move ' ROWS'         to report-line (46:5)
             move '  SPENT (JPY)' to report-line (52:13)
             move '  %'           to report-line (66:3)
             write report-line

             perform varying i from 1 by 1 until i > wpayee-count
               if i > 20
                 add wpy-spent (i) to wrest-spent
                 add wpy-rows (i) to wrest-rows
               else
                 move space to pym-note
                 move wpy-code (i) to pym-payee
                 call 'kozukaipayeematch' using payee-match-area
                 if pym-payee-name = space
                   move wpy-code (i) to pym-payee-name
                 end-if
                 move space to report-line
                 move i to wdisp-rank
                 move wdisp-rank     to report-line (3:2)
                 move pym-payee-name to report-line (6:30)
                 move wpy-code (i)   to report-line (37:8)
                 move wpy-rows (i)   to wdisp-rows
                 move wdisp-rows     to report-line (46:5)
                 move wpy-spent (i)  to wdisp-money
                 move wdisp-money    to report-line (53:12)
                 perform COMPUTE-SHARE
                 move wshare-pct     to wdisp-pct
                 move wdisp-pct      to report-line (66:3)
                 write report-line
               end-if
             end-perform

             if wrest-rows > zero
               move space to report-line
               move 'その他'     to report-line (6:30)
               move wrest-rows   to wdisp-rows
               move wdisp-rows   to report-line (46:5)
               move wrest-spent  to wdisp-money
               move wdisp-money  to report-line (53:12)
               write report-line
             end-if
             if wunknown-rows > zero
               move space to report-line
               move '(支払先未設定)' to report-line (6:30)
               move wunknown-rows  to wdisp-rows
               move wdisp-rows     to report-line (46:5)
               move wunknown-spent to wdisp-money
               move wdisp-money    to report-line (53:12)
               write report-line
             end-if
             move space to report-line
             write report-line
             move space to report-line
             move 'TOTAL'         to report-line (6:30)
             move wperiod-total   to wdisp-money
             move wdisp-money     to report-line (53:12)
             write report-line
             close report-file
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-SHARE  -  payee i's spend as a whole percent of the
      *  period total (zero when the period nets to nothing)
      *----------------------------------------------------------------
       COMPUTE-SHARE section.
             move zero to wshare-pct
             if wperiod-total > zero and wpy-spent (i) > zero
               compute wshare-pct =
                  wpy-spent (i) * 100 / wperiod-total
                 on size error move 999 to wshare-pct
               end-compute
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
