       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaifurusatorpt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the ふるさと納税 worksheet for the
      *  year-end filing.  Takes a calendar year (YYYY on the
      *  command line) and lists, donor by donor, every
      *  registration of that year in kozukaifurusato.dat: date,
      *  municipality, amount (as the ledger row now stands, net of
      *  refunds; the registered amount once the row has gone to
      *  the archive) and whether the ワンストップ特例 form
      *  went in.  Each donor closes with the total, the number of
      *  municipalities, the income the ledger saw and the
      *  deductible limit kozukaifurusatolimit.cob estimates from
      *  it, and a line for each warning: over the limit, or more
      *  than five municipalities, in which case the one-stop forms
      *  do not count and the donations go on a tax return.  The
      *  figure is the estimate of a single earner with no other
      *  deductions, and the sheet says so; a donor with payslips
      *  on file for the year is estimated from the slips' gross
      *  and social insurance rather than the ledger's take-home.
      *  Output: kozukaifurusato.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select furusato-file assign to "kozukaifurusato.dat"
           organization is indexed access mode is dynamic
           record key is fur-key
           file status is furusato-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select payslip-file assign to "kozukaipayslip.dat"
           organization is indexed access mode is dynamic
           record key is slip-key
           file status is payslip-file-fs.
        select archive-file assign to warchive-filename
           organization is indexed access mode is sequential
           record key is archive-key
           file status is archive-file-fs.
        select report-file assign to "kozukaifurusato.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd furusato-file.
       copy furusatofile.

       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd payslip-file.
       copy payslipfile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 furusato-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 payslip-file-fs    pic 9(2).
       01 payslip-eof        pic x(3) value space.
       01 report-file-fs     pic 9(2).
       01 furusato-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.

       01 wtarget-year       pic x(04) value space.
       01 warchive-filename  pic x(30) value space.

      *  the year's registrations, put in donor then date order
      *  before printing
       01 wdon-table.
        02 wdon-entry occurs 300.
         03 wdo-member       pic x(20).
         03 wdo-date         pic x(08).
         03 wdo-municipality pic x(30).
         03 wdo-amount       pic s9(09).
         03 wdo-onestop      pic x(01).
       01 wdon-count         pic 9(03) value zero.
       01 wdon-full          pic 9(05) value zero.
       01 wdo-swap           pic x(68).
       01 wfur-amount        pic s9(09) value zero.
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).

      *  the donor being closed off
       01 wcur-member        pic x(20) value space.
       01 wcur-total         pic s9(11) value zero.
       01 wcur-places        pic 9(03) value zero.
       01 wcur-onestop       pic 9(03) value zero.
       01 wcur-income        pic s9(11) value zero.
       01 wdonor-count       pic 9(03) value zero.
       01 wgrand-total       pic s9(11) value zero.

       01 wdisp-money        pic -z(9)9.
       01 wdisp-count        pic zz9.
       01 wdisp-pct          pic zz9.
       01 wheading-1         pic x(80) value space.

       copy furusatolimit.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget-year from command-line.
          if wtarget-year = space
             or wtarget-year not numeric then
            display 'usage: kozukaifurusatorpt YYYY'
            stop run
          end-if.

          open input furusato-file.
          if furusato-file-fs not = zero then
            display 'kozukaifurusatorpt: furusato-file open failed,'
                    ' fs=' furusato-file-fs
            stop run
          end-if.
          open input kozukai-file.
          perform LOAD-DONATIONS.
          close furusato-file.

          perform SORT-DONATIONS.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.
          if kozukai-file-fs = zero
            close kozukai-file
          end-if.

          display 'kozukaifurusatorpt: ' wdon-count ' donation(s), '
                  wdonor-count ' donor(s), total ' wgrand-total
                  ' for ' wtarget-year.
          if wdon-full > zero
            display 'kozukaifurusatorpt: table full, ' wdon-full
                    ' donation(s) left out'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-DONATIONS  -  the year's slice of the register (the key
      *  opens with the payment date), each at its ledger row's
      *  current amount
      *----------------------------------------------------------------
       LOAD-DONATIONS section.
             move zero to wdon-count
             move space to furusato-eof
             move space to fur-key
             move wtarget-year to fur-key (1:4)
             start furusato-file key is >= fur-key
               invalid key move 'EOF' to furusato-eof
             end-start
             if furusato-eof not = 'EOF'
               read furusato-file next record
                 at end move 'EOF' to furusato-eof
               end-read
             end-if
             perform until furusato-eof = 'EOF'
                or fur-date (1:4) not = wtarget-year
               move fur-amount to wfur-amount
               if kozukai-file-fs = zero
                 move fur-key to kozukai-key
                 read kozukai-file
                   invalid key continue
                   not invalid key
                     compute wfur-amount = money of kozukai-rec
                                         - wrefunded of kozukai-rec
                 end-read
               end-if
               if wdon-count >= 300
                 add 1 to wdon-full
               else
                 add 1 to wdon-count
                 move fur-member       to wdo-member (wdon-count)
                 move fur-date         to wdo-date (wdon-count)
                 move fur-municipality
                   to wdo-municipality (wdon-count)
                 move wfur-amount      to wdo-amount (wdon-count)
                 move fur-onestop      to wdo-onestop (wdon-count)
               end-if
               read furusato-file next record
                 at end move 'EOF' to furusato-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  SORT-DONATIONS  -  donor then date order, the exchange sort
      *  kozukaipaydue.cob uses
      *----------------------------------------------------------------
       SORT-DONATIONS section.
             perform varying i from 1 by 1 until i >= wdon-count
               perform varying j from i by 1 until j > wdon-count
                 if wdo-member (j) < wdo-member (i)
                    or (wdo-member (j) = wdo-member (i)
                        and wdo-date (j) < wdo-date (i))
                   move wdon-entry (i) to wdo-swap
                   move wdon-entry (j) to wdon-entry (i)
                   move wdo-swap to wdon-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  the heading, then a block per donor: the
      *  donations line by line, closed by WRITE-DONOR-FOOT
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move 'RPT00201' to mc-id
             move 'ふるさと納税 集計' to mc-text
             perform HEADING-TEXT
             move spaces to report-line
             string wtarget-year delimited size
                    ' '          delimited size
                    mc-text      delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line
             move spaces to report-line
             move 'RPT00202' to mc-id
             move '寄附日' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (1:12)
             move 'RPT00203' to mc-id
             move '寄附先自治体' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (14:40)
             move 'RPT00204' to mc-id
             move '寄附額' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (60:9)
             move 'RPT00205' to mc-id
             move '特例' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (72:6)
             write report-line
             move spaces to report-line
             write report-line

             move zero to wdonor-count
             move zero to wgrand-total
             move 1 to i
             perform until i > wdon-count
               move wdo-member (i) to wcur-member
               add 1 to wdonor-count
               move zero to wcur-total
               move zero to wcur-places
               move zero to wcur-onestop
               move 'RPT00206' to mc-id
               move '寄附者:' to mc-text
               perform HEADING-TEXT
               move spaces to report-line
               string mc-text     delimited by '  '
                      ' '         delimited size
                      wcur-member delimited size
                 into report-line
               end-string
               write report-line
               perform varying j from i by 1
                  until j > wdon-count
                     or wdo-member (j) not = wcur-member
                 perform WRITE-DONATION-LINE
               end-perform
               perform WRITE-DONOR-FOOT
               move j to i
             end-perform

             move spaces to report-line
             write report-line
             move wgrand-total to wdisp-money
             move spaces to report-line
             move 'RPT00207' to mc-id
             move '寄附額合計' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (1:15)
             move wdisp-money to report-line (57:10)
             write report-line
             if wdonor-count = zero
               go to WRITE-REPORT-EXIT
             end-if
             move spaces to report-line
             write report-line
             move spaces to report-line
             move fsl-net-pct to wdisp-pct
             move 'RPT00208' to mc-id
             move space to mc-text
             string '* 上限は給与収入のみ・' delimited size
                    '扶養なしの目安'         delimited size
               into mc-text
             end-string
             perform HEADING-TEXT
             move mc-text to wheading-1
             move 'RPT00209' to mc-id
             move '(手取り率' to mc-text
             perform HEADING-TEXT
             string wheading-1  delimited by '  '
                    ' '         delimited size
                    mc-text     delimited by '  '
                    wdisp-pct   delimited size
                    '%)'        delimited size
               into report-line
             end-string
             write report-line.
       WRITE-REPORT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-DONATION-LINE  -  donation j; a municipality not seen
      *  earlier in the donor's block counts one more place
      *----------------------------------------------------------------
       WRITE-DONATION-LINE section.
             add wdo-amount (j) to wcur-total
             add wdo-amount (j) to wgrand-total
             if wdo-onestop (j) = 'Y'
               add 1 to wcur-onestop
             end-if
             move zero to k
             perform varying k from i by 1 until k >= j
               if wdo-municipality (k) = wdo-municipality (j)
                 exit perform
               end-if
             end-perform
             if k = j
               add 1 to wcur-places
             end-if
             move wdo-amount (j) to wdisp-money
             move spaces to report-line
             move wdo-date (j)         to report-line (3:8)
             move wdo-municipality (j) to report-line (13:30)
             move wdisp-money          to report-line (57:10)
             if wdo-onestop (j) = 'Y'
               move 'Y' to report-line (73:1)
             end-if
             write report-line
             exit.

      *----------------------------------------------------------------
      *  WRITE-DONOR-FOOT  -  the donor's total, places, income basis
      *  and limit, then the warnings
      *----------------------------------------------------------------
       WRITE-DONOR-FOOT section.
             perform DONOR-INCOME
             perform DONOR-SLIPS
             move wcur-income to fsl-income
             call 'kozukaifurusatolimit' using furusato-limit-area

             move wcur-total to wdisp-money
             move spaces to report-line
             move 'RPT00210' to mc-id
             move '寄附額計' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:18)
             move wdisp-money to report-line (57:10)
             write report-line
             move wcur-places to wdisp-count
             move spaces to report-line
             move 'RPT00211' to mc-id
             move '寄附先数' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:18)
             move wdisp-count to report-line (64:3)
             write report-line
             move wcur-onestop to wdisp-count
             move spaces to report-line
             move 'RPT00212' to mc-id
             move '特例申請書提出' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-count to report-line (64:3)
             write report-line
             move wcur-income to wdisp-money
             move spaces to report-line
             move 'RPT00213' to mc-id
             move '家計簿上の収入' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-money to report-line (57:10)
             write report-line
             move fsl-gross to wdisp-money
             move spaces to report-line
             if fsl-from-slips
               move 'RPT00214' to mc-id
               move '給与収入(給与明細)' to mc-text
               perform HEADING-TEXT
               move mc-text to report-line (3:28)
             else
               move 'RPT00215' to mc-id
               move '推定給与収入' to mc-text
               perform HEADING-TEXT
               move mc-text to report-line (3:28)
             end-if
             move wdisp-money to report-line (57:10)
             write report-line
             move fsl-limit to wdisp-money
             move spaces to report-line
             move 'RPT00216' to mc-id
             move '控除上限の目安' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-money to report-line (57:10)
             write report-line
             if wcur-total > fsl-limit
               move spaces to report-line
               move 'RPT00217' to mc-id
               move '** 控除上限の目安を超えています'
                 to mc-text
               perform HEADING-TEXT
               move mc-text to report-line (3:)
               write report-line
             end-if
             if wcur-places > 5
               move spaces to report-line
               move 'RPT00218' to mc-id
               move '** 6団体以上は確定申告が必要です'
                 to mc-text
               perform HEADING-TEXT
               move mc-text to report-line (3:)
               write report-line
             end-if
             move spaces to report-line
             write report-line
             exit.

      *----------------------------------------------------------------
      *  DONOR-INCOME  -  wcur-member's yen IN rows for the year: the
      *  live rows through the member key, less refunds, adjustments
      *  and transfers between accounts, then the year's archive
      *  (which keeps no refund or reason, so only transfers come
      *  out there) - the same basis the register screen uses
      *----------------------------------------------------------------
       DONOR-INCOME section.
             move zero to wcur-income
             if kozukai-file-fs not = zero
               go to DONOR-INCOME-ARCHIVE
             end-if
             move space to kozukai-eof
             move wcur-member to wmember of kozukai-rec
             start kozukai-file
                key is >= wmember of kozukai-rec
               invalid key move 'EOF' to kozukai-eof
             end-start
             if kozukai-eof not = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-if
             perform until kozukai-eof = 'EOF'
                or wmember of kozukai-rec not = wcur-member
               if kozukai-in
                  and wdate-rec of kozukai-rec (1:4) = wtarget-year
                  and wrefund-of of kozukai-rec = space
                  and wreason-code of kozukai-rec = space
                  and note of kozukai-rec (1:6) not = '振替'
                  and (wcurrency of kozukai-rec = space
                       or wcurrency of kozukai-rec = 'JPY')
                 add money of kozukai-rec to wcur-income
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform.
       DONOR-INCOME-ARCHIVE.
             move space to warchive-filename
             string 'kozukai'    delimited size
                    wtarget-year delimited size
                    '.dat'       delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to DONOR-INCOME-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-member = wcur-member
                  and archive-in-or-out = '1'
                  and archive-note (1:6) not = '振替'
                  and (archive-currency = space
                       or archive-currency = 'JPY')
                 add archive-money to wcur-income
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       DONOR-INCOME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DONOR-SLIPS  -  wcur-member's payslips for the year into the
      *  estimate's slip figures: the gross less the non-taxable
      *  allowance, and the three social insurance deductions; no
      *  slips leaves both zero and the ledger income stands
      *----------------------------------------------------------------
       DONOR-SLIPS section.
             move zero to fsl-slip-gross
             move zero to fsl-slip-social
             open input payslip-file
             if payslip-file-fs not = zero
               go to DONOR-SLIPS-EXIT
             end-if
             move space to payslip-eof
             move wcur-member to slip-member
             move low-value to slip-paydate
             start payslip-file key is >= slip-key
               invalid key move 'EOF' to payslip-eof
             end-start
             if payslip-eof not = 'EOF'
               read payslip-file next record
                 at end move 'EOF' to payslip-eof
               end-read
             end-if
             perform until payslip-eof = 'EOF'
                or slip-member not = wcur-member
               if slip-paydate (1:4) = wtarget-year
                 compute fsl-slip-gross = fsl-slip-gross
                    + slip-gross - slip-nontaxable
                 compute fsl-slip-social = fsl-slip-social
                    + slip-health + slip-pension + slip-employment
               end-if
               read payslip-file next record
                 at end move 'EOF' to payslip-eof
               end-read
             end-perform
             close payslip-file.
       DONOR-SLIPS-EXIT.
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
