       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaifurusatolimit.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - the ふるさと納税 limit estimate.  The
      *  ledger only ever sees take-home pay, so the caller hands in
      *  the donor's IN total for the year and it is grossed back up
      *  at the household's take-home percentage (environment
      *  KOZUKAI_FURUSATO_NETPCT, 80 when unset).  From the gross,
      *  the 給与所得控除 table gives the employment
      *  income, social insurance is taken at 15 percent of gross,
      *  and the basic deduction (480,000 income tax / 430,000
      *  resident tax) comes off to give the two taxable incomes.
      *  The income-tax bracket sets the marginal rate, and the
      *  limit is
      *      住民税所得割 x 20% / (90% - 税率 x 1.021) + 2,000
      *  with 所得割 taken as 10 percent of the resident-tax taxable
      *  income.  A donor with payslips on file is better served:
      *  the caller passes the slips' taxable gross and social
      *  insurance, and those stand in for the grossed-up figure
      *  and the 15 percent.  A single earner with no dependants,
      *  no housing loan credit and no other deductions: a figure
      *  to keep well under, not one to spend up to.
      *  kozukaifurusato.cob and kozukaifurusatorpt.cob both call
      *  it, so the screen and the worksheet always agree.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       DATA                  DIVISION.
       WORKING-STORAGE SECTION.
       01 wenv-netpct        pic x(02) value space.
       01 wfsl-employ-deduct pic s9(11) value zero.
       01 wfsl-shotoku       pic s9(11) value zero.
       01 wfsl-social        pic s9(11) value zero.
       01 wfsl-itax-taxable  pic s9(11) value zero.
       01 wfsl-shotokuwari   pic s9(11)v99 value zero.
       01 wfsl-divisor       pic s9(01)v9(05) value zero.

       copy paramget.

       LINKAGE SECTION.
       copy furusatolimit.

       PROCEDURE             DIVISION using furusato-limit-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move 80 to fsl-net-pct.
          move space to wenv-netpct.
          move 'KOZUKAI_FURUSATO_NETPCT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-netpct.
          if wenv-netpct not = space
             and wenv-netpct numeric
             and wenv-netpct >= '50' then
            move wenv-netpct to fsl-net-pct
          end-if.

          move zero to fsl-gross.
          move zero to fsl-taxable.
          move zero to fsl-rate.
          move zero to fsl-limit.
          if fsl-slip-gross > zero then
            set fsl-from-slips to true
            move fsl-slip-gross to fsl-gross
          else
            set fsl-from-ledger to true
            if fsl-income not > zero then
              exit program
            end-if
            compute fsl-gross = fsl-income * 100 / fsl-net-pct
          end-if.

      *   給与所得控除
          evaluate true
            when fsl-gross <= 1625000
              move 550000 to wfsl-employ-deduct
            when fsl-gross <= 1800000
              compute wfsl-employ-deduct = fsl-gross * 0.4 - 100000
            when fsl-gross <= 3600000
              compute wfsl-employ-deduct = fsl-gross * 0.3 + 80000
            when fsl-gross <= 6600000
              compute wfsl-employ-deduct = fsl-gross * 0.2 + 440000
            when fsl-gross <= 8500000
              compute wfsl-employ-deduct = fsl-gross * 0.1 + 1100000
            when other
              move 1950000 to wfsl-employ-deduct
          end-evaluate.
          compute wfsl-shotoku = fsl-gross - wfsl-employ-deduct.
          if wfsl-shotoku < zero then
            move zero to wfsl-shotoku
          end-if.
          if fsl-from-slips then
            move fsl-slip-social to wfsl-social
          else
            compute wfsl-social = fsl-gross * 0.15
          end-if.

          compute wfsl-itax-taxable =
             wfsl-shotoku - wfsl-social - 480000.
          compute fsl-taxable =
             wfsl-shotoku - wfsl-social - 430000.
          if fsl-taxable not > zero then
            move zero to fsl-taxable
            exit program
          end-if.

      *   所得税の限界税率
          evaluate true
            when wfsl-itax-taxable <= zero
              move zero to fsl-rate
            when wfsl-itax-taxable <= 1949000
              move 5 to fsl-rate
            when wfsl-itax-taxable <= 3299000
              move 10 to fsl-rate
            when wfsl-itax-taxable <= 6949000
              move 20 to fsl-rate
            when wfsl-itax-taxable <= 8999000
              move 23 to fsl-rate
            when wfsl-itax-taxable <= 17999000
              move 33 to fsl-rate
            when wfsl-itax-taxable <= 39999000
              move 40 to fsl-rate
            when other
              move 45 to fsl-rate
          end-evaluate.

          compute wfsl-shotokuwari = fsl-taxable * 0.1.
          compute wfsl-divisor = 0.9 - fsl-rate * 0.01021.
          compute fsl-limit =
             wfsl-shotokuwari * 0.2 / wfsl-divisor + 2000.

          exit program.
