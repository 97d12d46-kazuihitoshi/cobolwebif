      *  schedule instead of being re-typed through kozukaiupdate.cob's
      *  '追加' mode every month.  Target date defaults to today but
      *  can be given on the command line as YYYYMMDD.
      *  Every posting is entered in the posted-template register
      *  (kozukaipostreg.dat) under its template and target date,
      *  and a template already in the register for the date is
      *  skipped and reported instead of posted twice, so a date run
      *  again by hand or after a restore is safe.
      *  BACKFILL FROMDATE TODATE runs every date in the range in
      *  turn and so posts only the dates that were missed, e.g.
      *  after the server was down for a few nights.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is tot-key
           file status is totals-file-fs.
        select postreg-file assign to "kozukaipostreg.dat"
           organization is indexed access mode is random
           record key is preg-key
           file status is postreg-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd template-file.
       fd totals-file.
       copy kozukaitotalsfile.

       fd postreg-file.
       copy postregfile.

       WORKING-STORAGE SECTION.
       copy web-lock.
       copy datecheck.
      *  a spending freeze (kozukaifreezecheck.cob) on an OUT
      *  template's category skips it for the run - there is no one
      *  here to give an admin's override
       copy freezecheck.
       77 rc                 pic s9(10) usage binary.
       01 template-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).

       01 wtarget-date       pic x(08) value space.
       01 wtarget-day        pic 9(02).
      *   wseq-sec must be wider than wdate-sec itself: at 1000 the
      *   write loop's > 999 test ends the hunt as slots-exhausted
      *   instead of wrapping to 000 and spinning forever
       01 wseq-sec           pic 9(04).
       01 wposted-count      pic 9(05) value zero.
       01 wfrozen-count      pic 9(05) value zero.

      *  posted-template register (see CHECK-REGISTER): a template
      *  and target date already in it is skipped and counted here
       01 postreg-file-fs    pic 9(2).
       01 walready-count     pic 9(05) value zero.
       01 registered-flag    pic x value 'N'.
        88 already-registered   value 'Y'.
        88 not-registered       value 'N'.

      *  BACKFILL FROMDATE TODATE walks the range one date at a time
      *  through the same per-date pass a nightly run makes; the
      *  range is capped at a year so a mistyped year cannot post a
      *  decade of templates
       01 wcmd-line          pic x(80) value space.
       01 wcmd-word          pic x(10) value space.
       01 wfrom-date         pic x(08) value space.
       01 wto-date           pic x(08) value space.
       01 run-mode-flag      pic x value 'N'.
        88 nightly-run          value 'N'.
        88 backfill-run         value 'B'.
       01 wrun-date-num      pic 9(08) value zero.
       01 wrun-int           pic 9(09) value zero.
       01 wto-int            pic 9(09) value zero.
       01 wdate-count        pic 9(05) value zero.
       01 wclosed-count      pic 9(05) value zero.

       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          unstring wcmd-line delimited by all space
             into wcmd-word wfrom-date wto-date
          end-unstring.
          if wcmd-word = 'BACKFILL' then
            set backfill-run to true
            perform CHECK-BACKFILL-RANGE
          else
            set nightly-run to true
            move wcmd-word to wtarget-date
            if wtarget-date = space then
              accept wtarget-date from date yyyymmdd
            end-if
            move wtarget-date to wdc-date
            perform CHECK-DATE
            if date-not-ok then
              display 'kozukairecur: bad target date ' wtarget-date
                      ', usage: kozukairecur [YYYYMMDD]'
                      ' | BACKFILL FROMDATE TODATE'
              stop run
            end-if
          end-if.

          perform GET-CLOSED-PERIOD.
          if nightly-run
             and wclosed-ym not = space
             and wtarget-date (1:6) not > wclosed-ym then
            display 'kozukairecur: ' wtarget-date (1:6)
                    ' is closed, nothing posted'
          perform LOAD-HOLIDAY-TABLE.
          perform LOAD-RATE-TABLE.

          open i-o postreg-file.
          if postreg-file-fs not = zero then
            open output postreg-file
            close postreg-file
            open i-o postreg-file
          end-if.
          if postreg-file-fs not = zero then
            display 'kozukairecur: postreg-file open failed, fs='
                     postreg-file-fs
            stop run
          end-if.

          if nightly-run
            perform POST-ONE-DATE
            display 'kozukairecur: posted ' wposted-count
                    ' entries for ' wtarget-date
          else
            move wfrom-date to wrun-date-num
            compute wrun-int = function integer-of-date(wrun-date-num)
            perform until wrun-int > wto-int
              compute wrun-date-num = function date-of-integer(wrun-int)
              move wrun-date-num to wtarget-date
              if wclosed-ym not = space
                 and wtarget-date (1:6) not > wclosed-ym
                add 1 to wclosed-count
              else
                add 1 to wdate-count
                perform POST-ONE-DATE
              end-if
              add 1 to wrun-int
            end-perform
            display 'kozukairecur: backfill ' wfrom-date '-' wto-date
                    ' posted ' wposted-count ' entries over '
                    wdate-count ' date(s)'
            if wclosed-count > zero
              display 'kozukairecur: ' wclosed-count
                      ' date(s) in closed months, nothing posted'
            end-if
          end-if.

          close postreg-file.

          if walready-count > zero
            display 'kozukairecur: ' walready-count
                    ' template(s) already posted, skipped'
          end-if.
          if wfrozen-count > zero
            display 'kozukairecur: ' wfrozen-count
                    ' frozen template(s) skipped'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  CHECK-BACKFILL-RANGE  -  both dates real calendar dates, in
      *  order, and no more than a year apart; wto-int is left set
      *  for the walk
      *----------------------------------------------------------------
       CHECK-BACKFILL-RANGE section.
             if wfrom-date = space or wto-date = space
               display 'usage: kozukairecur BACKFILL FROMDATE TODATE'
               stop run
             end-if
             move wfrom-date to wdc-date
             perform CHECK-DATE
             if date-not-ok
               display 'kozukairecur: bad FROMDATE ' wfrom-date
               stop run
             end-if
             move wto-date to wdc-date
             perform CHECK-DATE
             if date-not-ok
               display 'kozukairecur: bad TODATE ' wto-date
               stop run
             end-if
             if wfrom-date > wto-date
               display 'kozukairecur: FROMDATE ' wfrom-date
                       ' is after TODATE ' wto-date
               stop run
             end-if
             move wfrom-date to wrun-date-num
             compute wrun-int = function integer-of-date(wrun-date-num)
             move wto-date to wrun-date-num
             compute wto-int = function integer-of-date(wrun-date-num)
             if wto-int - wrun-int > 366
               display 'kozukairecur: backfill range over a year, '
                       'run it in pieces'
               stop run
             end-if
             exit.

      *----------------------------------------------------------------
      *  POST-ONE-DATE  -  one pass over the template file for
      *  wtarget-date: every active template for the day of month is
      *  posted unless the register already holds it for the date
      *----------------------------------------------------------------
       POST-ONE-DATE section.
             move wtarget-date (7:2) to wtarget-day
             open input template-file
             if template-file-fs not = zero then
               display 'kozukairecur: template-file open failed, fs='
                        template-file-fs
               close postreg-file
               stop run
             end-if

             move space to template-eof
             read template-file next record
               at end move 'EOF' to template-eof
             end-read

             perform until template-eof = 'EOF'
               if tmpl-day = wtarget-day
                  and tmpl-not-paused of template-rec
                 perform CHECK-REGISTER
                 if already-registered
                   display 'kozukairecur: ' tmpl-category of
                           template-rec ' for ' wtarget-date
                           ' already posted as ' preg-posted-key
                           ', skipped'
                   add 1 to walready-count
                 else
                   perform POST-TEMPLATE
                 end-if
               end-if
               read template-file next record
                 at end move 'EOF' to template-eof
               end-read
             end-perform

             close template-file
             exit.

      *----------------------------------------------------------------
      *  CHECK-REGISTER  -  is the current template already in the
      *  posted-template register for wtarget-date?  On a hit
      *  postreg-rec holds the earlier posting
      *----------------------------------------------------------------
       CHECK-REGISTER section.
             set not-registered to true
             move tmpl-category of template-rec to preg-tmpl-category
             move tmpl-day of template-rec to preg-tmpl-day
             move wtarget-date to preg-target-date
             read postreg-file
               invalid key continue
               not invalid key set already-registered to true
             end-read
             exit.

      *----------------------------------------------------------------
      *  REGISTER-POSTING  -  enter the row just posted for the
      *  current template in the register under wtarget-date
      *----------------------------------------------------------------
       REGISTER-POSTING section.
             move tmpl-category of template-rec to preg-tmpl-category
             move tmpl-day of template-rec to preg-tmpl-day
             move wtarget-date to preg-target-date
             move kozukai-key of kozukai-rec to preg-posted-key
             move wdate-rec of kozukai-rec to preg-effective-date
             move in-or-out of kozukai-rec to preg-in-or-out
             move money of kozukai-rec to preg-money
             move wcurrency of kozukai-rec to preg-currency
             move run-mode-flag to preg-run-mode
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into preg-posted-at
             end-string
             write postreg-rec
               invalid key
                 display 'kozukairecur: register write failed for '
                         tmpl-category of template-rec ' '
                         wtarget-date ', fs=' postreg-file-fs
             end-write
             exit.

      *----------------------------------------------------------------
      *  POST-TEMPLATE  -  build a kozukai-rec from the current
      *  template-rec dated wtarget-date (shifted to the nearest
               go to POST-TEMPLATE-EXIT
             end-if

             if tmpl-in-or-out of template-rec = '2'
               move 'category.dat' to fzc-category-file
               move tmpl-category of template-rec to fzc-category
               move weffective-date to fzc-date
               call 'kozukaifreezecheck' using freeze-check-area
               if fzc-frozen
                 display 'kozukairecur: ' fzc-frozen-category
                         ' frozen to ' fzc-to-date ', skipped '
                         tmpl-category of template-rec
                 add 1 to wfrozen-count
                 go to POST-TEMPLATE-EXIT
               end-if
             end-if

             move weffective-date to wdate-rec of kozukai-rec
             move tmpl-category of template-rec
                                to wcategory of kozukai-rec
             if wcurrency of kozukai-rec = space
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             move tmpl-account  of template-rec
                                to waccount  of kozukai-rec

             set posted-not-ok to true

               end-if

               perform varying wseq-sec from 0 by 1
                   until wseq-sec > 999 or posted-ok
                 move wseq-sec to wdate-sec of kozukai-rec
                 write kozukai-rec
                   invalid key continue

             if posted-ok
               add 1 to wposted-count
               perform REGISTER-POSTING
               if in-or-out of kozukai-rec = '2'
                 perform ADJUST-TOTALS
               end-if
