       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimemberstmt.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Month-end batch - one statement per household member for a
      *  month (YYYYMM on the command line, the previous month when
      *  none is given), answering "what did I spend, what is left
      *  of my allowance, what do I owe" in one place instead of
      *  three reports and the 参照 screen:
      *    - the member's ledger rows of the month (the live file,
      *      or the year's archive once the year is closed)
      *    - the month's OUT in JPY against member-allowance, the
      *      same sum CHECK-ALLOWANCE warns on
      *    - open IOUs both ways, lent and borrowed
      *    - settlement lines still unpaid, any run
      *    - approval requests still pending that the member raised
      *      (from a login bound to the member, or posted under the
      *      member's name)
      *  A member who left before the month began gets none.  Each
      *  statement goes straight to its own run-stamped file
      *  (rpt_MEMBERSTMT_<YYYYMMDDHHMMSS>.txt) and is cataloged in
      *  kozukairptcat.dat with rpt-member set, so kozukairptview.cob
      *  shows it only to that member's login (and an admin).  The
      *  statements of one run are stamped a second apart so each
      *  keeps its own catalog key.
      *  Usage: kozukaimemberstmt [YYYYMM]
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select member-file assign to "kozukaimember.dat"
           organization is indexed access mode is sequential
           record key is member-key
           file status is member-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is sequential
           record key is cred-username
           file status is credentials-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
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
        select iou-file assign to "kozukaiiou.dat"
           organization is indexed access mode is sequential
           record key is iou-key
           file status is iou-file-fs.
        select settlement-file assign to "kozukaisettlement.dat"
           organization is indexed access mode is sequential
           record key is setl-key
           file status is settlement-file-fs.
        select pending-file assign to "kozukaipending.dat"
           organization is indexed access mode is sequential
           record key is pend-key
           file status is pending-file-fs.
        select rptcat-file assign to "kozukairptcat.dat"
           organization is indexed access mode is random
           record key is rpt-key
           file status is rptcat-file-fs.
        select stmt-file assign to wstmt-filename
           organization line sequential
           file status is stmt-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd member-file.
       copy memberfile.

       fd credentials-file.
       copy credentialsfile.

       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

       fd rate-file.
       copy ratefile.

       fd iou-file.
       copy ioufile.

       fd settlement-file.
       copy settlementfile.

       fd pending-file.
       copy pendingfile.

       fd rptcat-file.
       copy rptcatfile.

       fd stmt-file.
       01 stmt-line          pic x(100).

       WORKING-STORAGE SECTION.
       01 member-file-fs     pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 iou-file-fs        pic 9(2).
       01 settlement-file-fs pic 9(2).
       01 pending-file-fs    pic 9(2).
       01 rptcat-file-fs     pic 9(2).
       01 stmt-file-fs       pic 9(2).
       01 member-eof         pic x(3) value space.
       01 credentials-eof    pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.
       01 iou-eof            pic x(3) value space.
       01 settlement-eof     pic x(3) value space.
       01 pending-eof        pic x(3) value space.

       01 warg               pic x(20) value space.
       01 wnow-date          pic x(08) value space.
       01 wnow-time          pic x(08) value space.
       01 wstmt-ym           pic x(06) value space.
       01 wstmt-first-day    pic x(08) value space.
       01 wym-yyyy           pic 9(04) value zero.
       01 wym-mm             pic 9(02) value zero.
       01 warchive-filename  pic x(30) value space.

      *  the household members, in member-key order
       01 mbr-table.
        02 mbr-entry occurs 50.
         03 mbr-name         pic x(20).
         03 mbr-allowance    pic s9(09).
         03 mbr-status       pic x(01).
         03 mbr-leave-date   pic x(08).
       01 mbr-count          pic 9(03) value zero.

      *  the logins bound to a member (cred-member), so a pending
      *  request can be traced from its requesting username back to
      *  the member who raised it
       01 login-table.
        02 login-entry occurs 100.
         03 login-username   pic x(20).
         03 login-member     pic x(20).
       01 login-count        pic 9(03) value zero.
       01 wraised-flag       pic x value 'N'.
        88 raised-by-member      value 'Y'.

       01 i                  pic 9(03).
       01 k                  pic 9(03).
       01 wstmt-count        pic 9(03) value zero.
       01 wskip-count        pic 9(03) value zero.

      *  the catalog stamp - the run's time of day in seconds, moved
      *  on a second for every statement cataloged, and the
      *  YYYYMMDDHHMMSS it makes
       01 wstamp-secs        pic 9(05) value zero.
       01 wstamp-hh          pic 9(02) value zero.
       01 wstamp-mi          pic 9(02) value zero.
       01 wstamp-ss          pic 9(02) value zero.
       01 wstamp-rest        pic 9(05) value zero.
       01 wrun-ts            pic x(14) value space.
       01 wstmt-filename     pic x(40) value space.
       01 wtries             pic 9(03) value zero.
       01 wclaim-flag        pic x value 'N'.
        88 claim-ok              value 'Y'.
       01 wline-count        pic 9(06) value zero.

       01 wrow-count         pic 9(05) value zero.
       01 wsum-in            pic s9(11) value zero.
       01 wsum-out           pic s9(11) value zero.
       01 wallow-left        pic s9(11) value zero.
       01 wlent-total        pic s9(11) value zero.
       01 wborrowed-total    pic s9(11) value zero.
       01 wnet-total         pic s9(11) value zero.
       01 wsetl-total        pic s9(11) value zero.
       01 wsection-count     pic 9(05) value zero.

      *  the ledger row being printed, whichever file it came from
       01 wcur-entry.
          02 wcur-date       pic x(08).
          02 wcur-category   pic x(20).
          02 wcur-inorout    pic x(01).
          02 wcur-money      pic s9(09).
          02 wcur-currency   pic x(03).
          02 wcur-note       pic x(40).

       01 wdisp-money        pic -z(8)9.
       01 wdisp-count        pic zzzz9.

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
          accept wnow-time from time.

          if warg = space then
            move wnow-date (1:4) to wym-yyyy
            move wnow-date (5:2) to wym-mm
            subtract 1 from wym-mm
            if wym-mm = zero
              move 12 to wym-mm
              subtract 1 from wym-yyyy
            end-if
            string wym-yyyy delimited size
                   wym-mm   delimited size
              into wstmt-ym
            end-string
          else
            move warg (1:6) to wstmt-ym
            if wstmt-ym not numeric
               or warg (7:1) not = space
               or wstmt-ym (5:2) < '01'
               or wstmt-ym (5:2) > '12'
              display 'usage: kozukaimemberstmt [YYYYMM]'
              stop run
            end-if
          end-if.
          string wstmt-ym delimited size
                 '01'     delimited size
            into wstmt-first-day
          end-string.

          move wnow-time (1:2) to wstamp-hh.
          move wnow-time (3:2) to wstamp-mi.
          move wnow-time (5:2) to wstamp-ss.
          compute wstamp-secs = wstamp-hh * 3600 + wstamp-mi * 60
                              + wstamp-ss.

          perform LOAD-MEMBERS.
          if mbr-count = zero
            display 'kozukaimemberstmt: no members in kozukaimember.dat'
            stop run
          end-if.
          perform LOAD-LOGINS.
          perform LOAD-RATE-TABLE.

          open i-o rptcat-file.
          if rptcat-file-fs not = zero then
            open output rptcat-file
            close rptcat-file
            open i-o rptcat-file
          end-if.
          if rptcat-file-fs not = zero then
            display 'kozukaimemberstmt: rptcat-file open failed, fs='
                    rptcat-file-fs
            stop run
          end-if.

          open input kozukai-file.

          perform varying k from 1 by 1 until k > mbr-count
            if mbr-status (k) = 'L'
               and mbr-leave-date (k) not = space
               and mbr-leave-date (k) < wstmt-first-day
              add 1 to wskip-count
            else
              perform WRITE-STATEMENT
            end-if
          end-perform.

          if kozukai-file-fs = zero
            close kozukai-file
          end-if.
          close rptcat-file.

          display 'kozukaimemberstmt: ' wstmt-count
                  ' statement(s) for ' wstmt-ym ', '
                  wskip-count ' departed member(s) skipped'.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-MEMBERS  -  the member master into mbr-table
      *----------------------------------------------------------------
       LOAD-MEMBERS section.
             open input member-file
             if member-file-fs not = zero
               go to LOAD-MEMBERS-EXIT
             end-if
             move space to member-eof
             read member-file next record
               at end move 'EOF' to member-eof
             end-read
             perform until member-eof = 'EOF' or mbr-count >= 50
               add 1 to mbr-count
               move member-key        to mbr-name (mbr-count)
               move member-allowance  to mbr-allowance (mbr-count)
               move member-status     to mbr-status (mbr-count)
               move member-leave-date to mbr-leave-date (mbr-count)
               read member-file next record
                 at end move 'EOF' to member-eof
               end-read
             end-perform
             close member-file.
       LOAD-MEMBERS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-LOGINS  -  every login bound to a member
      *----------------------------------------------------------------
       LOAD-LOGINS section.
             open input credentials-file
             if credentials-file-fs not = zero
               go to LOAD-LOGINS-EXIT
             end-if
             move space to credentials-eof
             read credentials-file next record
               at end move 'EOF' to credentials-eof
             end-read
             perform until credentials-eof = 'EOF'
                or login-count >= 100
               if cred-member not = space
                 add 1 to login-count
                 move cred-username to login-username (login-count)
                 move cred-member   to login-member (login-count)
               end-if
               read credentials-file next record
                 at end move 'EOF' to credentials-eof
               end-read
             end-perform
             close credentials-file.
       LOAD-LOGINS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-STATEMENT  -  member k's statement: a catalog key
      *  claimed first, so the file can take its run-stamped name,
      *  then the five parts, then the catalog row's line count
      *----------------------------------------------------------------
       WRITE-STATEMENT section.
             perform CLAIM-CATALOG
             if not claim-ok
               display 'kozukaimemberstmt: no catalog key free for '
                       mbr-name (k)
               go to WRITE-STATEMENT-EXIT
             end-if

             open output stmt-file
             if stmt-file-fs not = zero
               display 'kozukaimemberstmt: cannot open '
                       wstmt-filename ' fs=' stmt-file-fs
               go to WRITE-STATEMENT-EXIT
             end-if
             move zero to wline-count

             move space to stmt-line
             string 'MEMBER STATEMENT  ' delimited size
                    mbr-name (k)         delimited '  '
                    '  '                 delimited size
                    wstmt-ym             delimited size
               into stmt-line
             end-string
             perform PUT-LINE
             perform PUT-BLANK

             perform STMT-LEDGER-ROWS
             perform STMT-ALLOWANCE
             perform STMT-IOUS
             perform STMT-SETTLEMENT
             perform STMT-PENDING

             close stmt-file
             move wline-count to rpt-lines
             rewrite rptcat-rec
               invalid key continue
             end-rewrite
             add 1 to wstmt-count.
       WRITE-STATEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CLAIM-CATALOG  -  write member k's catalog row under the
      *  current stamp, moving the stamp on a second while the key is
      *  taken (the free-sequence hunt the ledger posting uses)
      *----------------------------------------------------------------
       CLAIM-CATALOG section.
             move 'N' to wclaim-flag
             perform varying wtries from 1 by 1
                until wtries > 60 or claim-ok
                   or wstamp-secs > 86399
               divide wstamp-secs by 3600 giving wstamp-hh
                 remainder wstamp-rest
               divide wstamp-rest by 60 giving wstamp-mi
                 remainder wstamp-ss
               move space to wrun-ts
               string wnow-date delimited size
                      wstamp-hh delimited size
                      wstamp-mi delimited size
                      wstamp-ss delimited size
                 into wrun-ts
               end-string
               move space to wstmt-filename
               string 'rpt_MEMBERSTMT_' delimited size
                      wrun-ts           delimited size
                      '.txt'            delimited size
                 into wstmt-filename
               end-string
               move 'MEMBERSTMT'  to rpt-type
               move wrun-ts       to rpt-run-ts
               move wstmt-filename to rpt-filename
               move wstmt-ym      to rpt-params
               move zero          to rpt-lines
               move wrun-ts       to rpt-updated
               move mbr-name (k)  to rpt-member
               write rptcat-rec
                 invalid key continue
                 not invalid key set claim-ok to true
               end-write
               add 1 to wstamp-secs
             end-perform
             exit.

      *----------------------------------------------------------------
      *  STMT-LEDGER-ROWS  -  the member's rows of the month off the
      *  member alternate key, then the closed year's archive, with
      *  the IN and OUT sums in JPY
      *----------------------------------------------------------------
       STMT-LEDGER-ROWS section.
             move 'LEDGER ROWS' to stmt-line
             perform PUT-LINE
             move space to stmt-line
             move 'DATE'      to stmt-line (3:8)
             move 'CATEGORY'  to stmt-line (12:20)
             move 'I/O'       to stmt-line (33:3)
             move '    AMOUNT' to stmt-line (37:10)
             move 'CUR'       to stmt-line (48:3)
             move 'NOTE'      to stmt-line (52:40)
             perform PUT-LINE
             move zero to wrow-count
             move zero to wsum-in
             move zero to wsum-out

             if kozukai-file-fs not = zero
               go to STMT-LEDGER-ARCHIVE
             end-if
             move space to kozukai-eof
             move mbr-name (k) to wmember of kozukai-rec
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
                or wmember of kozukai-rec not = mbr-name (k)
               if wdate-rec of kozukai-rec (1:6) = wstmt-ym
                 move wdate-rec of kozukai-rec to wcur-date
                 move wcategory of kozukai-rec to wcur-category
                 move in-or-out of kozukai-rec to wcur-inorout
                 move money of kozukai-rec     to wcur-money
                 move wcurrency of kozukai-rec to wcur-currency
                 move note of kozukai-rec      to wcur-note
                 perform PUT-LEDGER-ROW
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform.
       STMT-LEDGER-ARCHIVE.
             move space to warchive-filename
             string 'kozukai'       delimited size
                    wstmt-ym (1:4)  delimited size
                    '.dat'          delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to STMT-LEDGER-FOOT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-member = mbr-name (k)
                  and archive-date-rec (1:6) = wstmt-ym
                 move archive-date-rec  to wcur-date
                 move archive-category  to wcur-category
                 move archive-in-or-out to wcur-inorout
                 move archive-money     to wcur-money
                 move archive-currency  to wcur-currency
                 move archive-note      to wcur-note
                 perform PUT-LEDGER-ROW
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       STMT-LEDGER-FOOT.
             if wrow-count = zero
               move '  (no rows this month)' to stmt-line
               perform PUT-LINE
             end-if
             move space to stmt-line
             move wrow-count to wdisp-count
             string '  ROWS '      delimited size
                    wdisp-count    delimited size
               into stmt-line
             end-string
             perform PUT-LINE
             move space to stmt-line
             move '  IN TOTAL (JPY)'  to stmt-line (1:30)
             move wsum-in to wdisp-money
             move wdisp-money to stmt-line (37:10)
             perform PUT-LINE
             move space to stmt-line
             move '  OUT TOTAL (JPY)' to stmt-line (1:30)
             move wsum-out to wdisp-money
             move wdisp-money to stmt-line (37:10)
             perform PUT-LINE
             perform PUT-BLANK
             exit.

      *----------------------------------------------------------------
      *  PUT-LEDGER-ROW  -  wcur-entry as a statement line, its JPY
      *  value into the IN or OUT sum
      *----------------------------------------------------------------
       PUT-LEDGER-ROW section.
             add 1 to wrow-count
             perform LOOKUP-EXCHANGE-RATE
             compute wmoney-jpy = wcur-money * wexch-rate
             move space to stmt-line
             move wcur-date     to stmt-line (3:8)
             move wcur-category to stmt-line (12:20)
             if wcur-inorout = '1'
               move 'IN'  to stmt-line (33:3)
               add wmoney-jpy to wsum-in
             else
               move 'OUT' to stmt-line (33:3)
               add wmoney-jpy to wsum-out
             end-if
             move wcur-money to wdisp-money
             move wdisp-money   to stmt-line (37:10)
             move wcur-currency to stmt-line (48:3)
             move wcur-note     to stmt-line (52:40)
             perform PUT-LINE
             exit.

      *----------------------------------------------------------------
      *  STMT-ALLOWANCE  -  the month's OUT against the member's
      *  allowance; no allowance set says so instead
      *----------------------------------------------------------------
       STMT-ALLOWANCE section.
             move 'ALLOWANCE' to stmt-line
             perform PUT-LINE
             if mbr-allowance (k) <= zero
               move '  (no monthly allowance set)' to stmt-line
               perform PUT-LINE
               perform PUT-BLANK
               go to STMT-ALLOWANCE-EXIT
             end-if
             compute wallow-left = mbr-allowance (k) - wsum-out
             move space to stmt-line
             move '  MONTHLY ALLOWANCE' to stmt-line (1:30)
             move mbr-allowance (k) to wdisp-money
             move wdisp-money to stmt-line (37:10)
             perform PUT-LINE
             move space to stmt-line
             move '  USED (OUT, JPY)'   to stmt-line (1:30)
             move wsum-out to wdisp-money
             move wdisp-money to stmt-line (37:10)
             perform PUT-LINE
             move space to stmt-line
             if wallow-left < zero
               move '  OVER BY'          to stmt-line (1:30)
               compute wallow-left = zero - wallow-left
             else
               move '  LEFT'             to stmt-line (1:30)
             end-if
             move wallow-left to wdisp-money
             move wdisp-money to stmt-line (37:10)
             perform PUT-LINE
             perform PUT-BLANK.
       STMT-ALLOWANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STMT-IOUS  -  the open IOUs the member is a side of: lent
      *  (owed to the member) and borrowed (owed by the member), and
      *  the net of the two
      *----------------------------------------------------------------
       STMT-IOUS section.
             move 'OPEN IOUS' to stmt-line
             perform PUT-LINE
             move zero to wlent-total
             move zero to wborrowed-total
             move zero to wsection-count
             open input iou-file
             if iou-file-fs not = zero
               go to STMT-IOUS-FOOT
             end-if
             move space to iou-eof
             read iou-file next record
               at end move 'EOF' to iou-eof
             end-read
             perform until iou-eof = 'EOF'
               if iou-is-open
                  and (iou-lender = mbr-name (k)
                       or iou-borrower = mbr-name (k))
                 add 1 to wsection-count
                 move space to stmt-line
                 move iou-date to stmt-line (3:8)
                 if iou-lender = mbr-name (k)
                   move 'LENT TO'       to stmt-line (12:13)
                   move iou-borrower    to stmt-line (26:20)
                   add iou-money to wlent-total
                 else
                   move 'BORROWED FROM' to stmt-line (12:13)
                   move iou-lender      to stmt-line (26:20)
                   add iou-money to wborrowed-total
                 end-if
                 move iou-money to wdisp-money
                 move wdisp-money to stmt-line (47:10)
                 move iou-note    to stmt-line (58:40)
                 perform PUT-LINE
               end-if
               read iou-file next record
                 at end move 'EOF' to iou-eof
               end-read
             end-perform
             close iou-file.
       STMT-IOUS-FOOT.
             if wsection-count = zero
               move '  (no open IOUs)' to stmt-line
               perform PUT-LINE
             end-if
             compute wnet-total = wlent-total - wborrowed-total
             move space to stmt-line
             move '  OWED TO YOU'     to stmt-line (1:30)
             move wlent-total to wdisp-money
             move wdisp-money to stmt-line (47:10)
             perform PUT-LINE
             move space to stmt-line
             move '  YOU OWE'         to stmt-line (1:30)
             move wborrowed-total to wdisp-money
             move wdisp-money to stmt-line (47:10)
             perform PUT-LINE
             move space to stmt-line
             move '  NET (+ OWED TO YOU)' to stmt-line (1:30)
             move wnet-total to wdisp-money
             move wdisp-money to stmt-line (47:10)
             perform PUT-LINE
             perform PUT-BLANK
             exit.

      *----------------------------------------------------------------
      *  STMT-SETTLEMENT  -  the member's settlement lines still
      *  unpaid, whatever run they came from; positive PAYS into the
      *  pool, negative RECEIVES, as the settlement report reads
      *----------------------------------------------------------------
       STMT-SETTLEMENT section.
             move 'UNPAID SETTLEMENT LINES' to stmt-line
             perform PUT-LINE
             move zero to wsetl-total
             move zero to wsection-count
             open input settlement-file
             if settlement-file-fs not = zero
               go to STMT-SETTLEMENT-FOOT
             end-if
             move space to settlement-eof
             read settlement-file next record
               at end move 'EOF' to settlement-eof
             end-read
             perform until settlement-eof = 'EOF'
               if setl-member = mbr-name (k)
                  and setl-is-unpaid
                 add 1 to wsection-count
                 add setl-amount to wsetl-total
                 move space to stmt-line
                 move setl-run-id to stmt-line (3:14)
                 move setl-ym     to stmt-line (18:6)
                 if setl-amount < zero
                   move 'RECEIVES' to stmt-line (25:8)
                 else
                   move 'PAYS'     to stmt-line (25:8)
                 end-if
                 move setl-amount to wdisp-money
                 move wdisp-money to stmt-line (37:10)
                 perform PUT-LINE
               end-if
               read settlement-file next record
                 at end move 'EOF' to settlement-eof
               end-read
             end-perform
             close settlement-file.
       STMT-SETTLEMENT-FOOT.
             if wsection-count = zero
               move '  (no unpaid settlement lines)' to stmt-line
               perform PUT-LINE
             else
               move space to stmt-line
               move '  TOTAL (+ PAYS)' to stmt-line (1:30)
               move wsetl-total to wdisp-money
               move wdisp-money to stmt-line (37:10)
               perform PUT-LINE
             end-if
             perform PUT-BLANK
             exit.

      *----------------------------------------------------------------
      *  STMT-PENDING  -  approval requests still waiting that the
      *  member raised: requested from a login bound to the member,
      *  or posted under the member's name
      *----------------------------------------------------------------
       STMT-PENDING section.
             move 'PENDING APPROVALS' to stmt-line
             perform PUT-LINE
             move zero to wsection-count
             open input pending-file
             if pending-file-fs not = zero
               go to STMT-PENDING-FOOT
             end-if
             move space to pending-eof
             read pending-file next record
               at end move 'EOF' to pending-eof
             end-read
             perform until pending-eof = 'EOF'
               if pend-is-pending
                 move 'N' to wraised-flag
                 if pend-member = mbr-name (k)
                   set raised-by-member to true
                 end-if
                 perform varying i from 1 by 1
                    until i > login-count or raised-by-member
                   if login-username (i) = pend-requested-by
                      and login-member (i) = mbr-name (k)
                     set raised-by-member to true
                   end-if
                 end-perform
                 if raised-by-member
                   add 1 to wsection-count
                   move space to stmt-line
                   move pend-date-rec to stmt-line (3:8)
                   move pend-category to stmt-line (12:20)
                   move pend-money to wdisp-money
                   move wdisp-money   to stmt-line (37:10)
                   move pend-currency to stmt-line (48:3)
                   move pend-note     to stmt-line (52:40)
                   perform PUT-LINE
                 end-if
               end-if
               read pending-file next record
                 at end move 'EOF' to pending-eof
               end-read
             end-perform
             close pending-file.
       STMT-PENDING-FOOT.
             if wsection-count = zero
               move '  (no pending requests)' to stmt-line
               perform PUT-LINE
             end-if
             exit.

      *----------------------------------------------------------------
      *  PUT-LINE / PUT-BLANK  -  one statement line out, counted for
      *  the catalog row
      *----------------------------------------------------------------
       PUT-LINE section.
             write stmt-line
             add 1 to wline-count
             move space to stmt-line
             exit.

       PUT-BLANK section.
             move space to stmt-line
             perform PUT-LINE
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
