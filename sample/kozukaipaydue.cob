       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipaydue.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the bills-payable watch list.  Run nightly
      *  from kozukaieod.cob for the target date (today, or YYYYMMDD
      *  on the command line): every open bill in kozukaipayable.dat
      *  whose due date has passed is listed as OVERDUE, and every
      *  one falling due within the coming week (KOZUKAI_PAYDUE_DAYS
      *  days, 7 when not set) as DUE, each section in due-date
      *  order with its total.  Output: kozukaipaydue.txt, which
      *  kozukaieod.cob hands to the report archiver; when anything
      *  is listed, one summary line goes to the ops room
      *  (KOZUKAI_OPS_ROOM, default 運用) as well.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payable-file assign to "kozukaipayable.dat"
           organization is indexed access mode is sequential
           record key is pay-id
           file status is payable-file-fs.
        select report-file assign to "kozukaipaydue.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payable-file.
       copy payablefile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       copy datecheck.
       01 payable-file-fs    pic 9(2).
       01 report-file-fs     pic 9(2).
       01 payable-eof        pic x(3) value space.

       01 wtarget-date       pic x(08) value space.
       01 wtarget-num        pic 9(08) value zero.
       01 wtarget-int        pic 9(09) value zero.
       01 wlimit-date        pic x(08) value space.
       01 wlimit-num         pic 9(08) value zero.
       01 wenv-days          pic x(03) value space.
       01 wahead-days        pic 9(03) value 7.

      *  the bills selected, gathered then put in due-date order
       01 wdue-table.
        02 wdue-entry occurs 200.
         03 wdt-due          pic x(08).
         03 wdt-id           pic 9(06).
         03 wdt-payee        pic x(30).
         03 wdt-money        pic s9(09).
         03 wdt-category     pic x(20).
       01 wdue-count         pic 9(03) value zero.
       01 wdue-swap          pic x(73).
       01 i                  pic 9(03).
       01 j                  pic 9(03).

       01 woverdue-count     pic 9(05) value zero.
       01 wsoon-count        pic 9(05) value zero.
       01 woverdue-total     pic s9(11) value zero.
       01 wsoon-total        pic s9(11) value zero.
       01 wdisp-money        pic -z(8)9.
       01 wdisp-total        pic -z(10)9.
       01 wdisp-count        pic zzzz9.
       01 wdisp-total2       pic -z(10)9.
       01 wdisp-count2       pic zzzz9.

      *  ops-room alerting, the room kozukaieod.cob reports failed
      *  steps into
       01 wops-room          pic x(20) value '運用'.
       01 wenv-opsroom       pic x(20) value space.
       01 wops-text          pic x(200) value space.
       01 wops-dm-to         pic x(30) value space.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget-date from command-line.
          if wtarget-date = space then
            accept wtarget-date from date yyyymmdd
          end-if.
          move wtarget-date to wdc-date.
          perform CHECK-DATE.
          if date-not-ok then
            display 'kozukaipaydue: bad target date ' wtarget-date
                    ', usage: kozukaipaydue [YYYYMMDD]'
            stop run
          end-if.

          move 'KOZUKAI_PAYDUE_DAYS' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-days.
          if wenv-days not = space and wenv-days numeric then
            move wenv-days to wahead-days
          end-if.
          move wtarget-date to wtarget-num.
          compute wtarget-int = function integer-of-date(wtarget-num).
          compute wlimit-num =
             function date-of-integer(wtarget-int + wahead-days).
          move wlimit-num to wlimit-date.

          perform GATHER-BILLS.
          perform SORT-BILLS.

          open output report-file.
          move space to report-line.
          string 'BILLS PAYABLE AS OF ' delimited size
                 wtarget-date           delimited size
                 ' (DUE THROUGH '       delimited size
                 wlimit-date            delimited size
                 ')'                    delimited size
            into report-line
          end-string.
          write report-line.
          move space to report-line.
          write report-line.

          move 'OVERDUE' to report-line.
          write report-line.
          perform varying i from 1 by 1 until i > wdue-count
            if wdt-due (i) < wtarget-date
              perform WRITE-BILL-LINE
              add 1 to woverdue-count
              add wdt-money (i) to woverdue-total
            end-if
          end-perform.
          move woverdue-total to wdisp-total.
          move space to report-line.
          string '  TOTAL '    delimited size
                 wdisp-total   delimited size
            into report-line
          end-string.
          write report-line.
          move space to report-line.
          write report-line.

          move 'DUE' to report-line.
          write report-line.
          perform varying i from 1 by 1 until i > wdue-count
            if wdt-due (i) not < wtarget-date
              perform WRITE-BILL-LINE
              add 1 to wsoon-count
              add wdt-money (i) to wsoon-total
            end-if
          end-perform.
          move wsoon-total to wdisp-total.
          move space to report-line.
          string '  TOTAL '    delimited size
                 wdisp-total   delimited size
            into report-line
          end-string.
          write report-line.
          close report-file.

          if woverdue-count > zero or wsoon-count > zero
            perform POST-OPS-SUMMARY
          end-if.

          display 'kozukaipaydue: ' woverdue-count ' overdue, '
                  wsoon-count ' due through ' wlimit-date.
          stop run.

      *----------------------------------------------------------------
      *  GATHER-BILLS  -  the open bills due on or before the limit
      *  date into wdue-table; a missing register lists nothing
      *----------------------------------------------------------------
       GATHER-BILLS section.
             move zero to wdue-count
             open input payable-file
             if payable-file-fs not = zero
               go to GATHER-BILLS-EXIT
             end-if
             move space to payable-eof
             read payable-file next record
               at end move 'EOF' to payable-eof
             end-read
             perform until payable-eof = 'EOF'
               if pay-is-open
                  and pay-due-date not > wlimit-date
                  and wdue-count < 200
                 add 1 to wdue-count
                 move pay-due-date to wdt-due (wdue-count)
                 move pay-id       to wdt-id (wdue-count)
                 move pay-payee    to wdt-payee (wdue-count)
                 move pay-money    to wdt-money (wdue-count)
                 move pay-category to wdt-category (wdue-count)
               end-if
               read payable-file next record
                 at end move 'EOF' to payable-eof
               end-read
             end-perform
             close payable-file.
       GATHER-BILLS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SORT-BILLS  -  due-date order, an exchange sort over the
      *  few rows a household has open at once
      *----------------------------------------------------------------
       SORT-BILLS section.
             perform varying i from 1 by 1 until i >= wdue-count
               perform varying j from i by 1 until j > wdue-count
                 if wdt-due (j) < wdt-due (i)
                   move wdue-entry (i) to wdue-swap
                   move wdue-entry (j) to wdue-entry (i)
                   move wdue-swap to wdue-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-BILL-LINE  -  one report line for bill i
      *----------------------------------------------------------------
       WRITE-BILL-LINE section.
             move wdt-money (i) to wdisp-money
             move space to report-line
             move wdt-due (i)      to report-line (3:8)
             move wdt-id (i)       to report-line (12:6)
             move wdisp-money      to report-line (19:10)
             move wdt-payee (i)    to report-line (30:30)
             move wdt-category (i) to report-line (61:20)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  POST-OPS-SUMMARY  -  one line into the ops room with the
      *  overdue and coming counts and totals, through the shared
      *  chat-posting funnel
      *----------------------------------------------------------------
       POST-OPS-SUMMARY section.
             move 'KOZUKAI_OPS_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-opsroom
             if wenv-opsroom not = space
               move wenv-opsroom to wops-room
             end-if
             move space to wops-text
             move woverdue-count to wdisp-count
             move woverdue-total to wdisp-total
             move wsoon-count to wdisp-count2
             move wsoon-total to wdisp-total2
             string 'BILLS OVERDUE '  delimited size
                    wdisp-count       delimited size
                    ' ('              delimited size
                    wdisp-total       delimited size
                    ') DUE BY '       delimited size
                    wlimit-date       delimited size
                    ' '               delimited size
                    wdisp-count2      delimited size
                    ' ('              delimited size
                    wdisp-total2      delimited size
                    ')'               delimited size
               into wops-text
             end-string
             call 'kozukaichatpost' using wops-room wops-text
                                         wops-dm-to
             exit.

      *----------------------------------------------------------------
      *  CHECK-DATE  -  calendar validation of wdc-date: eight
      *  digits, a real month, a real day for the month (February 29
      *  only in a leap year)
      *----------------------------------------------------------------
       CHECK-DATE section.
             set date-not-ok to true
             if wdc-date not numeric
               go to CHECK-DATE-EXIT
             end-if
             move wdc-date (1:4) to wdc-yyyy
             move wdc-date (5:2) to wdc-mm
             move wdc-date (7:2) to wdc-dd
             if wdc-mm < 1 or wdc-mm > 12
               go to CHECK-DATE-EXIT
             end-if
             evaluate wdc-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to wdc-maxdd
               when 4 when 6 when 9 when 11
                 move 30 to wdc-maxdd
               when 2
                 if function mod(wdc-yyyy, 4) = zero
                    and (function mod(wdc-yyyy, 100) not = zero
                         or function mod(wdc-yyyy, 400) = zero)
                   move 29 to wdc-maxdd
                 else
                   move 28 to wdc-maxdd
                 end-if
             end-evaluate
             if wdc-dd < 1 or wdc-dd > wdc-maxdd
               go to CHECK-DATE-EXIT
             end-if
             set date-ok to true.
       CHECK-DATE-EXIT.
             exit.
