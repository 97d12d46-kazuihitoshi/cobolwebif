      *  Batch report - the 医療費控除 worksheet for the income-tax
      *  filing.  Takes a calendar year (YYYY on the command line),
      *  pulls every row whose category is flagged medical in
      *  category.dat from the nightly reporting extract
      *  (kozukaiextract.cob: the live file and the closed years'
      *  archives merged, amounts in JPY), printing its build stamp
      *  under the title, and groups by member and provider
      *  (the payee master's name for the row's payee, the note read
      *  through the payee patterns when the row has none, the raw
      *  note only when nothing matches): OUT rows are money
      *  paid, IN rows in a medical category are reimbursements and
      *  subtract.  A refund linked to its purchase is not read as a
      *  reimbursement of its own: the purchase counts net of the
      *  refunded amount it carries, under its own provider.  Prints
      *  the per-person/per-provider totals, the grand total, and
      *  the computed deductible amount (the total less the 100,000
      *  yen floor, never below zero) in a layout that copies
      *  straight onto the form.
      *  Output: kozukaimedical.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is sequential
           record key is category-key
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd category-file.
       copy categoryfile.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 category-file-fs   pic 9(2).
       01 report-file-fs     pic 9(2).
       01 category-eof       pic x(3) value space.

       01 wtarget-year       pic x(04) value space.

      *  the medical category list from the master
       01 med-cat-table.
       01 med-cat-count      pic 9(02) value zero.
       01 c                  pic 9(02).

      *  the entry under the microscope, off the extract row
       01 wcur-entry.
          02 wcur-date       pic x(08).
          02 wcur-category   pic x(20).
          02 wcur-inorout    pic x(01).
          02 wcur-money      pic s9(10).
          02 wcur-member     pic x(20).
          02 wcur-note       pic x(40).
          02 wcur-payee      pic x(08).
          02 wcur-provider   pic x(40).

      *  one group per member/provider pair; the provider is the
      *  payee's name, so one clinic keyed two ways on the notes
      *  folds into one line
       01 med-table.
        02 med-entry occurs 100.
         03 med-member       pic x(20).

       01 wdisp-money        pic -z(9)9.

       copy payeematch.

       copy paramget.

       copy msgcat.

       copy rptextchk.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
            stop run
          end-if.

          perform OPEN-EXTRACT.
          perform PASS-EXTRACT.
          close rptext-file.

          compute wdeductible = wgrand-total - 100000.
          if wdeductible < zero
             exit.

      *----------------------------------------------------------------
      *  PASS-EXTRACT  -  fold every extract row of the target year
      *  whose category is on the medical list; a purchase counts
      *  net of what has been refunded against it, and the refund
      *  row itself is passed over
      *----------------------------------------------------------------
       PASS-EXTRACT section.
             perform READ-EXTRACT
             perform until rxc-eof = 'EOF'
               if rx-date (1:4) = wtarget-year
                  and rx-refund-of = space
                 move rx-date       to wcur-date
                 move rx-category   to wcur-category
                 move rx-in-or-out  to wcur-inorout
                 move rx-money-jpy  to wcur-money
                 if wcur-inorout = '2'
                   subtract rx-refunded-jpy from wcur-money
                 end-if
                 move rx-member     to wcur-member
                 move rx-note       to wcur-note
                 move rx-payee      to wcur-payee
                 perform FOLD-IF-MEDICAL
               end-if
               perform READ-EXTRACT
             end-perform
             exit.

      *----------------------------------------------------------------
               go to FOLD-IF-MEDICAL-EXIT
             end-if
             add 1 to wrow-count
             perform RESOLVE-PROVIDER

             move zero to k
             perform varying i from 1 by 1 until i > med-count
               if med-member (i) = wcur-member
                  and med-provider (i) = wcur-provider
                 move i to k
                 exit perform
               end-if
               add 1 to med-count
               move med-count to k
               move wcur-member to med-member (k)
               move wcur-provider to med-provider (k)
               move zero to med-total (k)
             end-if
             if wcur-inorout = '2'
       FOLD-IF-MEDICAL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RESOLVE-PROVIDER  -  the provider line wcur-entry groups
      *  under: its payee's name (an archived row, which carries no
      *  payee, has its note resolved), else the note as keyed
      *----------------------------------------------------------------
       RESOLVE-PROVIDER section.
             move wcur-note to wcur-provider
             move wcur-note to pym-note
             move wcur-payee to pym-payee
             call 'kozukaipayeematch' using payee-match-area
             if pym-matched and pym-payee-name not = space
               move pym-payee-name to wcur-provider
             end-if
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  the form layout: person, provider, amount
      *  per line, the grand total, and the deductible figure
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move 'RPT00101' to mc-id
             move '医療費控除 集計' to mc-text
             perform HEADING-TEXT
             move spaces to report-line
             string wtarget-year delimited size
                    ' '          delimited size
                    mc-text      delimited size
               into report-line
             end-string
             write report-line
             move rxc-stamp-line to report-line
             write report-line
             move spaces to report-line
             write report-line
             move spaces to report-line
             move 'RPT00102' to mc-id
             move '支払者' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (1:20)
             move 'RPT00103' to mc-id
             move '医療機関等(摘要)' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (26:40)
             move 'RPT00104' to mc-id
             move '支払額' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (70:9)
             write report-line
             move spaces to report-line
             write report-line
             write report-line
             move wgrand-total to wdisp-money
             move spaces to report-line
             move 'RPT00105' to mc-id
             move '支払医療費合計' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (1:21)
             move wdisp-money to report-line (68:10)
             write report-line
             move wdeductible to wdisp-money
             move spaces to report-line
             move 'RPT00106' to mc-id
             move '控除額(10万円控除後)' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (1:28)
             move wdisp-money to report-line (68:10)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  HEADING-TEXT  -  the heading mc-id in the report language
      *  (KOZUKAI_LANG, Japanese when unset) from the message
      *  catalog; mc-text carries the Japanese default in
      *----------------------------------------------------------------
       HEADING-TEXT section.
             move space to mc-user
             set mc-by-id to true
             call 'kozukaimsgcat' using msg-cat-area
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
               display 'kozukaimedical: ' rxc-filename
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
               display 'kozukaimedical: ' rxc-filename
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
               display 'kozukaimedical: reporting extract is stale, '
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
