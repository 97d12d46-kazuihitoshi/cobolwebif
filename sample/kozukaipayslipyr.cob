       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayslipyr.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the year's payslips per member, to check
      *  against the 源泉徴収票.  Takes a calendar year (YYYY
      *  on the command line) and walks kozukaipayslip.dat, which
      *  is in member then pay-date order already: a line per slip
      *  (gross, non-taxable allowance, withholding tax, social
      *  insurance, resident tax, other deductions, net), then per
      *  member the salary and bonus subtotals and the three figures
      *  the certificate carries - 支払金額 (the gross less the
      *  non-taxable allowance), 社会保険料等の金額 and
      *  源泉徴収税額.  Each slip's IN row is looked up on
      *  the live ledger: a slip whose row has gone, or no longer
      *  shows the slip's net, is marked so the ledger can be put
      *  right before filing.
      *  Output: kozukaipayslip.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payslip-file assign to "kozukaipayslip.dat"
           organization is indexed access mode is sequential
           record key is slip-key
           file status is payslip-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is random
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select report-file assign to "kozukaipayslip.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payslip-file.
       copy payslipfile.

       fd kozukai-file.
       copy kozukaifile.

       fd report-file.
       01 report-line        pic x(120).

       WORKING-STORAGE SECTION.
       01 payslip-file-fs    pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 report-file-fs     pic 9(2).
       01 payslip-eof        pic x(3) value space.

       01 wtarget-year       pic x(04) value space.
       01 wslip-count        pic 9(05) value zero.
       01 wmember-count      pic 9(03) value zero.
       01 wmismatch-count    pic 9(05) value zero.
       01 wslip-social       pic s9(09) value zero.
       01 wledger-mark       pic x(24) value space.

      *  the member being totalled
       01 wcur-member        pic x(20) value space.
       01 wcur-held          pic x value 'N'.
       01 wmember-totals.
          02 wmt-salary-gross pic s9(11).
          02 wmt-bonus-gross pic s9(11).
          02 wmt-nontax      pic s9(11).
          02 wmt-tax         pic s9(11).
          02 wmt-social      pic s9(11).
          02 wmt-resident    pic s9(11).
          02 wmt-other       pic s9(11).
          02 wmt-net         pic s9(11).
       01 wmt-paid           pic s9(11) value zero.

       01 wdisp-money        pic -z(8)9.
       01 wdisp-total        pic -z(9)9.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget-year from command-line.
          if wtarget-year = space
             or wtarget-year not numeric then
            display 'usage: kozukaipayslipyr YYYY'
            stop run
          end-if.

          open input payslip-file.
          if payslip-file-fs not = zero then
            display 'kozukaipayslipyr: payslip-file open failed,'
                    ' fs=' payslip-file-fs
            stop run
          end-if.
          open input kozukai-file.
          open output report-file.
          perform WRITE-HEADING.

          read payslip-file next record
            at end move 'EOF' to payslip-eof
          end-read.
          perform until payslip-eof = 'EOF'
            if slip-paydate (1:4) = wtarget-year
              if wcur-held = 'Y' and slip-member not = wcur-member
                perform WRITE-MEMBER-FOOT
              end-if
              if wcur-held not = 'Y'
                 or slip-member not = wcur-member
                perform START-MEMBER
              end-if
              perform WRITE-SLIP-LINE
            end-if
            read payslip-file next record
              at end move 'EOF' to payslip-eof
            end-read
          end-perform.
          if wcur-held = 'Y'
            perform WRITE-MEMBER-FOOT
          end-if.

          close report-file.
          close payslip-file.
          if kozukai-file-fs = zero
            close kozukai-file
          end-if.

          display 'kozukaipayslipyr: ' wslip-count ' slip(s), '
                  wmember-count ' member(s), ' wmismatch-count
                  ' not matching the ledger, for ' wtarget-year.
          stop run.

      *----------------------------------------------------------------
      *  WRITE-HEADING  -  title and column heads
      *----------------------------------------------------------------
       WRITE-HEADING section.
             move 'RPT00301' to mc-id
             move '給与明細 年間集計' to mc-text
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
             move 'RPT00302' to mc-id
             move '支給日' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (1:9)
             move 'RPT00303' to mc-id
             move '種' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (11:3)
             move 'RPT00304' to mc-id
             move '総支給額' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (16:12)
             move 'RPT00305' to mc-id
             move '非課税' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (28:9)
             move 'RPT00306' to mc-id
             move '源泉税' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (38:9)
             move 'RPT00307' to mc-id
             move '社会保険' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (48:12)
             move 'RPT00308' to mc-id
             move '住民税' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (60:9)
             move 'RPT00309' to mc-id
             move 'その他' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (70:9)
             move 'RPT00310' to mc-id
             move '差引支給' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (80:12)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  START-MEMBER  -  a new member's block
      *----------------------------------------------------------------
       START-MEMBER section.
             move slip-member to wcur-member
             move 'Y' to wcur-held
             add 1 to wmember-count
             initialize wmember-totals
             move spaces to report-line
             write report-line
             move 'RPT00311' to mc-id
             move 'メンバー:' to mc-text
             perform HEADING-TEXT
             move spaces to report-line
             string mc-text       delimited by '  '
                    ' '           delimited size
                    wcur-member   delimited size
               into report-line
             end-string
             write report-line
             exit.

      *----------------------------------------------------------------
      *  WRITE-SLIP-LINE  -  the current slip, folded into the
      *  member's totals and checked against its ledger row
      *----------------------------------------------------------------
       WRITE-SLIP-LINE section.
             add 1 to wslip-count
             compute wslip-social =
                slip-health + slip-pension + slip-employment
             if slip-is-bonus
               add slip-gross to wmt-bonus-gross
             else
               add slip-gross to wmt-salary-gross
             end-if
             add slip-nontaxable   to wmt-nontax
             add slip-income-tax   to wmt-tax
             add wslip-social      to wmt-social
             add slip-resident-tax to wmt-resident
             add slip-other        to wmt-other
             add slip-net          to wmt-net

             move space to wledger-mark
             if kozukai-file-fs = zero
               move slip-ledger-key to kozukai-key
               read kozukai-file
                 invalid key
                   move '* 家計簿に行なし' to wledger-mark
                 not invalid key
                   if money of kozukai-rec not = slip-net
                      or not kozukai-in
                     move '* 家計簿と不一致' to wledger-mark
                   end-if
               end-read
               if wledger-mark not = space
                 add 1 to wmismatch-count
               end-if
             end-if

             move spaces to report-line
             move slip-paydate to report-line (1:8)
             move slip-kind    to report-line (11:1)
             move slip-gross        to wdisp-money
             move wdisp-money  to report-line (16:10)
             move slip-nontaxable   to wdisp-money
             move wdisp-money  to report-line (27:10)
             move slip-income-tax   to wdisp-money
             move wdisp-money  to report-line (38:10)
             move wslip-social      to wdisp-money
             move wdisp-money  to report-line (49:10)
             move slip-resident-tax to wdisp-money
             move wdisp-money  to report-line (60:10)
             move slip-other        to wdisp-money
             move wdisp-money  to report-line (71:10)
             move slip-net          to wdisp-money
             move wdisp-money  to report-line (82:10)
             move wledger-mark to report-line (94:24)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  WRITE-MEMBER-FOOT  -  salary and bonus subtotals, then the
      *  certificate's three figures and what was paid in
      *----------------------------------------------------------------
       WRITE-MEMBER-FOOT section.
             move spaces to report-line
             write report-line
             move wmt-salary-gross to wdisp-total
             move spaces to report-line
             move 'RPT00312' to mc-id
             move '給与 総支給額計' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
             write report-line
             move wmt-bonus-gross to wdisp-total
             move spaces to report-line
             move 'RPT00313' to mc-id
             move '賞与 総支給額計' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
             write report-line
             compute wmt-paid = wmt-salary-gross + wmt-bonus-gross
                              - wmt-nontax
             move wmt-paid to wdisp-total
             move spaces to report-line
             move 'RPT00314' to mc-id
             move '支払金額' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
             write report-line
             move wmt-social to wdisp-total
             move spaces to report-line
             move 'RPT00315' to mc-id
             move '社会保険料等の金額' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
             write report-line
             move wmt-tax to wdisp-total
             move spaces to report-line
             move 'RPT00316' to mc-id
             move '源泉徴収税額' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
             write report-line
             move wmt-resident to wdisp-total
             move spaces to report-line
             move 'RPT00317' to mc-id
             move '住民税(特別徴収)' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
             write report-line
             move wmt-net to wdisp-total
             move spaces to report-line
             move 'RPT00318' to mc-id
             move '差引支給額計' to mc-text
             perform HEADING-TEXT
             move mc-text to report-line (3:28)
             move wdisp-total to report-line (40:11)
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
