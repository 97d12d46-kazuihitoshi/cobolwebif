      *  position: their even share of the common spend, less what
      *  they have already paid into the pool (their IN rows), as a
      *  PAYS or RECEIVES line.  Replaces the month-end hand tally
      *  off the 参照 screen.  The rows and their JPY amounts come
      *  from the nightly reporting extract (kozukaiextract.cob),
      *  whose build stamp is printed under the title.
      *  Output: kozukaisettle.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rptext-file assign to rxc-filename
           organization line sequential
           file status is rxc-file-fs.
        select report-file assign to "kozukaisettle.txt"
           organization line sequential
           file status is report-file-fs.
           file status is settlement-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptext-file.
       copy rptextfile.

       fd report-file.
       01 report-line        pic x(100).
       copy settlementfile.

       WORKING-STORAGE SECTION.
       01 report-file-fs     pic 9(2).

       01 wtarget-ym         pic x(06) value space.

       01 wdisp-amount2       pic -z(8)9.
       01 wdisp-amount3       pic -z(8)9.

       01 wmoney-jpy         pic s9(10).

       copy rptextchk.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
            stop run
          end-if.

          perform OPEN-EXTRACT.

          perform READ-EXTRACT.

          perform until rxc-eof = 'EOF'
            if rx-date (1:6) = wtarget-ym
               and not rx-carry-dup
              perform ADD-TO-MEMBER
            end-if
            perform READ-EXTRACT
          end-perform.

          close rptext-file.

          perform MARK-DEPARTED-MEMBERS.

          stop run.

      *----------------------------------------------------------------
      *  ADD-TO-MEMBER  -  fold the current extract row, at its JPY
      *  amount, into the matching member row (adding the member on
      *  first sight); rows with no member are the common pool
      *----------------------------------------------------------------
       ADD-TO-MEMBER section.
             move rx-money-jpy to wmoney-jpy

             if rx-member = space
               if rx-in-or-out = '1'
                 add wmoney-jpy to wcommon-in
               else
                 add wmoney-jpy to wcommon-out

             move 'N' to memb-found
             perform varying i from 1 by 1 until i > member-count
               if memb-name (i) = rx-member
                 set memb-was-found to true
                 exit perform
               end-if
               end-if
               add 1 to member-count
               move member-count to i
               move rx-member to memb-name (i)
             end-if

             if rx-in-or-out = '1'
               add wmoney-jpy to memb-in-total (i)
             else
               add wmoney-jpy to memb-out-total (i)
       MARK-DEPARTED-MEMBERS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  per-member IN/OUT totals, the common pool
      *  figures with the even share, then one PAYS/RECEIVES line per
               into report-line
             end-string
             write report-line
             move rxc-stamp-line to report-line
             write report-line
             move spaces to report-line
             write report-line

             end-perform.
       WRITE-REPORT-EXIT.
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
               display 'kozukaisettle: ' rxc-filename
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
               display 'kozukaisettle: ' rxc-filename
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
               display 'kozukaisettle: reporting extract is stale, '
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
