       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiical.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch extract - the money calendar.  Run nightly from
      *  kozukaieod.cob for the target date (today, or YYYYMMDD on
      *  the command line), it gathers every posting and due date
      *  expected in the 90 days from the target and writes them as
      *  iCalendar all-day events a phone calendar can import:
      *    定期    each unpaused template's runs, on the business
      *            day tmpl-shift slides them to (the same holiday
      *            and day-of-week shifting kozukairecur.cob posts
      *            with and kozukaitmpladmin.cob previews)
      *    ローン  the same for a loan repayment template, only for
      *            the months inside the loan's term
      *    予定    open planned-purchase commitments
      *    清算    unpaid settlement lines, due when they would
      *            surface on the exception list (run date plus
      *            KOZUKAI_SETTLE_WARN_DAYS, 7 when not set)
      *    貸借    open IOUs, on the last day of the month, when
      *            the month's settlement takes them up
      *    支払    open bills payable, on their due date
      *  Anything already overdue is put on the target date so it
      *  stays in sight.  Each event carries the amount (IN +,
      *  OUT -), the category and the member.
      *  Output: kozukaical.ics with every event, and for each
      *  active member of kozukaimember.dat kozukaical_<member>.ics
      *  with that member's events plus the shared blank-member
      *  ones - the file kozukaicaldl.cob hands a bound login.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select template-file assign to "kozukaitemplate.dat"
           organization is indexed access mode is sequential
           record key is tmpl-key
           file status is template-file-fs.
        select holiday-file assign to "kozukaiholiday.dat"
           organization is indexed access mode is sequential
           record key is holiday-date
           file status is holiday-file-fs.
        select commit-file assign to "kozukaicommit.dat"
           organization is indexed access mode is sequential
           record key is cmt-key
           file status is commit-file-fs.
        select settlement-file assign to "kozukaisettlement.dat"
           organization is indexed access mode is sequential
           record key is setl-key
           file status is settlement-file-fs.
        select iou-file assign to "kozukaiiou.dat"
           organization is indexed access mode is sequential
           record key is iou-key
           file status is iou-file-fs.
        select payable-file assign to "kozukaipayable.dat"
           organization is indexed access mode is sequential
           record key is pay-id
           file status is payable-file-fs.
        select member-file assign to "kozukaimember.dat"
           organization is indexed access mode is sequential
           record key is member-key
           file status is member-file-fs.
        select ics-file assign to wics-filename
           organization line sequential
           file status is ics-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd template-file.
       copy kozukaitemplatefile.

       fd holiday-file.
       copy holidayfile.

       fd commit-file.
       copy commitfile.

       fd settlement-file.
       copy settlementfile.

       fd iou-file.
       copy ioufile.

       fd payable-file.
       copy payablefile.

       fd member-file.
       copy memberfile.

       fd ics-file.
       01 ics-line           pic x(200).

       WORKING-STORAGE SECTION.
       copy datecheck.
       01 template-file-fs   pic 9(2).
       01 holiday-file-fs    pic 9(2).
       01 commit-file-fs     pic 9(2).
       01 settlement-file-fs pic 9(2).
       01 iou-file-fs        pic 9(2).
       01 payable-file-fs    pic 9(2).
       01 member-file-fs     pic 9(2).
       01 ics-file-fs        pic 9(2).
       01 template-eof       pic x(3) value space.
       01 holiday-eof        pic x(3) value space.
       01 commit-eof         pic x(3) value space.
       01 settlement-eof     pic x(3) value space.
       01 iou-eof            pic x(3) value space.
       01 payable-eof        pic x(3) value space.
       01 member-eof         pic x(3) value space.

       01 wtarget-date       pic x(08) value space.
       01 wtarget-num        pic 9(08) value zero.
       01 wtarget-int        pic 9(09) value zero.
       01 wlimit-date        pic x(08) value space.
       01 wlimit-int         pic 9(09) value zero.
       01 wmonth-end         pic x(08) value space.
       01 wdate-num          pic 9(08) value zero.
       01 wdate-int          pic 9(09) value zero.
       01 wscan-int          pic 9(09) value zero.
       01 wscan-date         pic x(08) value space.
       01 wym-index          pic s9(06) value zero.
       01 wloan-start        pic s9(06) value zero.

       01 wenv-warndays      pic x(03) value space.
       01 wwarn-days         pic 9(03) value 7.

      *  business-day shift, the same derivation kozukairecur.cob
      *  runs: days since 1970-01-01 (a Thursday) mod 7, 2 Saturday
      *  and 3 Sunday, plus the loaded holiday calendar
       01 holiday-tab.
        02 holiday-entry occurs 200 pic x(08).
       01 holiday-count      pic 9(03) value zero.
       01 weffective-date    pic x(08) value space.
       01 wshift-tries       pic 9(02) value zero.
       01 wbd-date           pic x(08) value space.
       01 wbd-date-num       pic 9(08) value zero.
       01 wbd-date-int       pic 9(09) value zero.
       01 wbd-epoch-int      pic 9(09) value zero.
       01 wbd-dow            pic 9(01) value zero.
       01 wbd-k              pic 9(03) value zero.
       01 business-day-flag  pic x value 'Y'.
        88 is-business-day      value 'Y'.
        88 not-business-day     value 'N'.

      *  the events gathered, then put in date order
       01 event-table.
        02 event-entry occurs 500.
         03 evt-date         pic x(08).
         03 evt-kind         pic x(12).
         03 evt-uid          pic x(60).
         03 evt-category     pic x(20).
         03 evt-inout        pic x(01).
         03 evt-money        pic s9(10).
         03 evt-currency     pic x(03).
         03 evt-member       pic x(20).
         03 evt-other        pic x(20).
         03 evt-note         pic x(40).
       01 event-count        pic 9(03) value zero.
       01 event-swap         pic x(194).
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 wnew-date          pic x(08) value space.

      *  the active members, one calendar file each
       01 member-table.
        02 member-entry occurs 50 pic x(20).
       01 member-count       pic 9(02) value zero.
       01 m                  pic 9(02).
       01 wcal-member        pic x(20) value space.
       01 wics-filename      pic x(40) value space.
       01 wfile-events       pic 9(03) value zero.
       01 wfile-count        pic 9(03) value zero.

      *  one content line being built, and the folding of it into
      *  physical lines of at most 75 bytes, never inside a UTF-8
      *  character
       01 wics-text          pic x(200) value space.
       01 wics-len           pic 9(03) value 1.
       01 wics-end           pic 9(03) value zero.
       01 wfold-from         pic 9(03) value zero.
       01 wfold-take         pic 9(03) value zero.
       01 wfold-room         pic 9(03) value zero.
       01 wesc-in            pic x(60) value space.
       01 wesc-len           pic 9(03) value zero.
       01 wesc-x             pic 9(03) value zero.
       01 wesc-byte          pic x(01).
       01 wlen               pic 9(03) value zero.
       01 wamt-disp          pic -(10)9.
       01 wamt-lead          pic 9(02) value zero.
       01 wday-disp          pic 9(02).

      *  DTSTAMP, the moment of the run in UTC
       01 wcur-date          pic x(21) value space.
       01 wstamp-utc         pic x(16) value space.
       01 wutc-secs          pic s9(06) value zero.
       01 wutc-offset        pic s9(06) value zero.
       01 wutc-int           pic 9(09) value zero.
       01 wutc-num           pic 9(08) value zero.
       01 wutc-hh            pic 9(02) value zero.
       01 wutc-mi            pic 9(02) value zero.
       01 wutc-ss            pic 9(02) value zero.

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
            display 'kozukaiical: bad target date ' wtarget-date
                    ', usage: kozukaiical [YYYYMMDD]'
            stop run
          end-if.

          move 'KOZUKAI_SETTLE_WARN_DAYS' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-warndays.
          if wenv-warndays not = space
             and wenv-warndays is numeric then
            move wenv-warndays to wwarn-days
          end-if.

          move wtarget-date to wtarget-num.
          compute wtarget-int = function integer-of-date(wtarget-num).
          compute wlimit-int = wtarget-int + 89.
          compute wdate-num = function date-of-integer(wlimit-int).
          move wdate-num to wlimit-date.
          compute wbd-epoch-int =
             function integer-of-date(19700101).
          perform SET-MONTH-END.
          perform SET-STAMP-UTC.

          perform LOAD-HOLIDAY-TABLE.
          perform GATHER-TEMPLATES.
          perform GATHER-COMMITMENTS.
          perform GATHER-SETTLEMENTS.
          perform GATHER-IOUS.
          perform GATHER-PAYABLES.
          perform SORT-EVENTS.

          move space to wcal-member.
          move 'kozukaical.ics' to wics-filename.
          perform WRITE-CALENDAR.
          perform LOAD-MEMBERS.
          perform varying m from 1 by 1 until m > member-count
            move member-entry (m) to wcal-member
            move 20 to wlen
            perform until wlen = zero
               or wcal-member (wlen:1) not = space
              subtract 1 from wlen
            end-perform
            move space to wics-filename
            string 'kozukaical_' delimited size
                   wcal-member (1:wlen) delimited size
                   '.ics' delimited size
              into wics-filename
            end-string
            perform WRITE-CALENDAR
          end-perform.

          display 'kozukaiical: ' event-count ' event(s) from '
                  wtarget-date ' through ' wlimit-date ', '
                  wfile-count ' calendar file(s) written'.
          stop run.

      *----------------------------------------------------------------
      *  SET-MONTH-END  -  the last day of the target's month, the
      *  day the month's settlement takes up the open IOUs
      *----------------------------------------------------------------
       SET-MONTH-END section.
             move wtarget-date (1:4) to wdc-yyyy
             move wtarget-date (5:2) to wdc-mm
             if wdc-mm = 12
               add 1 to wdc-yyyy
               move 1 to wdc-mm
             else
               add 1 to wdc-mm
             end-if
             compute wdate-num = wdc-yyyy * 10000 + wdc-mm * 100 + 1
             compute wdate-int =
                function integer-of-date(wdate-num) - 1
             compute wdate-num = function date-of-integer(wdate-int)
             move wdate-num to wmonth-end
             exit.

      *----------------------------------------------------------------
      *  SET-STAMP-UTC  -  the run's clock less its offset from
      *  Greenwich, as the DTSTAMP every event must carry; a clock
      *  with no offset known is taken as UTC already
      *----------------------------------------------------------------
       SET-STAMP-UTC section.
             move function current-date to wcur-date
             compute wutc-secs =
                function numval(wcur-date (9:2)) * 3600
                + function numval(wcur-date (11:2)) * 60
                + function numval(wcur-date (13:2))
             move zero to wutc-offset
             if wcur-date (18:4) numeric
               compute wutc-offset =
                  function numval(wcur-date (18:2)) * 3600
                  + function numval(wcur-date (20:2)) * 60
               if wcur-date (17:1) = '-'
                 compute wutc-offset = zero - wutc-offset
               end-if
             end-if
             move wcur-date (1:8) to wutc-num
             compute wutc-int = function integer-of-date(wutc-num)
             compute wutc-secs = wutc-secs - wutc-offset
             if wutc-secs < zero
               add 86400 to wutc-secs
               subtract 1 from wutc-int
             end-if
             if wutc-secs >= 86400
               subtract 86400 from wutc-secs
               add 1 to wutc-int
             end-if
             compute wutc-num = function date-of-integer(wutc-int)
             compute wutc-hh = wutc-secs / 3600
             compute wutc-mi = (wutc-secs - wutc-hh * 3600) / 60
             compute wutc-ss = wutc-secs - wutc-hh * 3600
                               - wutc-mi * 60
             string wutc-num delimited size
                    'T'      delimited size
                    wutc-hh  delimited size
                    wutc-mi  delimited size
                    wutc-ss  delimited size
                    'Z'      delimited size
               into wstamp-utc
             end-string
             exit.

      *----------------------------------------------------------------
      *  GATHER-TEMPLATES  -  every unpaused template, walked over
      *  calendar days from ten before the window to ten past it so
      *  a run shifted into the window from either side is caught;
      *  a run lands where SHIFT-TO-BUSINESS-DAY puts it
      *----------------------------------------------------------------
       GATHER-TEMPLATES section.
             open input template-file
             if template-file-fs not = zero
               go to GATHER-TEMPLATES-EXIT
             end-if
             move space to template-eof
             read template-file next record
               at end move 'EOF' to template-eof
             end-read
             perform until template-eof = 'EOF'
               if tmpl-not-paused of template-rec
                 perform varying wscan-int from wtarget-int by 1
                    until wscan-int > wlimit-int + 20
                   compute wdate-num =
                      function date-of-integer(wscan-int - 10)
                   move wdate-num to wscan-date
                   if wscan-date (7:2) = tmpl-day of template-rec
                     perform ADD-TEMPLATE-RUN
                   end-if
                 end-perform
               end-if
               read template-file next record
                 at end move 'EOF' to template-eof
               end-read
             end-perform
             close template-file.
       GATHER-TEMPLATES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-TEMPLATE-RUN  -  the template's run of calendar day
      *  wscan-date, if its business day falls in the window; a
      *  loan repayment only inside its term
      *----------------------------------------------------------------
       ADD-TEMPLATE-RUN section.
             move wscan-date to weffective-date
             perform SHIFT-TO-BUSINESS-DAY
             if weffective-date < wtarget-date
                or weffective-date > wlimit-date
               go to ADD-TEMPLATE-RUN-EXIT
             end-if
             if tmpl-loan-principal of template-rec numeric
                and tmpl-loan-principal of template-rec > zero
               if tmpl-loan-first-ym of template-rec numeric
                 compute wym-index =
                    function numval(wscan-date (1:4)) * 12
                    + function numval(wscan-date (5:2))
                 compute wloan-start =
                    function numval(tmpl-loan-first-ym
                                    of template-rec (1:4)) * 12
                    + function numval(tmpl-loan-first-ym
                                      of template-rec (5:2))
                 if wym-index < wloan-start
                    or wym-index - wloan-start >=
                       tmpl-loan-term of template-rec
                   go to ADD-TEMPLATE-RUN-EXIT
                 end-if
               end-if
             end-if
             if event-count >= 500
               go to ADD-TEMPLATE-RUN-EXIT
             end-if
             add 1 to event-count
             move weffective-date to evt-date (event-count)
             if tmpl-loan-principal of template-rec numeric
                and tmpl-loan-principal of template-rec > zero
               move 'ローン' to evt-kind (event-count)
             else
               move '定期' to evt-kind (event-count)
             end-if
             move tmpl-day of template-rec to wday-disp
             move space to evt-uid (event-count)
             string 'TMPL-'       delimited size
                    wscan-date    delimited size
                    '-'           delimited size
                    wday-disp     delimited size
                    '-'           delimited size
                    tmpl-category of template-rec
                                  delimited size
               into evt-uid (event-count)
             end-string
             move tmpl-category of template-rec
               to evt-category (event-count)
             move tmpl-in-or-out of template-rec
               to evt-inout (event-count)
             move tmpl-money of template-rec
               to evt-money (event-count)
             move tmpl-currency of template-rec
               to evt-currency (event-count)
             move tmpl-member of template-rec
               to evt-member (event-count)
             move space to evt-other (event-count)
             move tmpl-note of template-rec to evt-note (event-count).
       ADD-TEMPLATE-RUN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-COMMITMENTS  -  open commitments dated up to the end
      *  of the window, an overdue one on the target date
      *----------------------------------------------------------------
       GATHER-COMMITMENTS section.
             open input commit-file
             if commit-file-fs not = zero
               go to GATHER-COMMITMENTS-EXIT
             end-if
             move space to commit-eof
             read commit-file next record
               at end move 'EOF' to commit-eof
             end-read
             perform until commit-eof = 'EOF'
               if cmt-is-open
                  and cmt-date not > wlimit-date
                  and event-count < 500
                 add 1 to event-count
                 move cmt-date to wnew-date
                 perform SET-EVENT-DATE
                 move '予定' to evt-kind (event-count)
                 move space to evt-uid (event-count)
                 string 'CMT-' delimited size
                        cmt-key delimited size
                   into evt-uid (event-count)
                 end-string
                 move cmt-category to evt-category (event-count)
                 move '2' to evt-inout (event-count)
                 move cmt-money to evt-money (event-count)
                 move space to evt-currency (event-count)
                 move cmt-member to evt-member (event-count)
                 move space to evt-other (event-count)
                 move cmt-note to evt-note (event-count)
               end-if
               read commit-file next record
                 at end move 'EOF' to commit-eof
               end-read
             end-perform
             close commit-file.
       GATHER-COMMITMENTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-SETTLEMENTS  -  unpaid settlement lines, due the
      *  warn days after their run; a member who PAYS is an OUT, one
      *  who RECEIVES an IN
      *----------------------------------------------------------------
       GATHER-SETTLEMENTS section.
             open input settlement-file
             if settlement-file-fs not = zero
               go to GATHER-SETTLEMENTS-EXIT
             end-if
             move space to settlement-eof
             read settlement-file next record
               at end move 'EOF' to settlement-eof
             end-read
             perform until settlement-eof = 'EOF'
               if setl-is-unpaid
                  and setl-run-id (1:8) numeric
                  and setl-amount not = zero
                 move setl-run-id (1:8) to wdate-num
                 compute wdate-int =
                    function integer-of-date(wdate-num) + wwarn-days
                 compute wdate-num =
                    function date-of-integer(wdate-int)
                 move wdate-num to wnew-date
                 if wnew-date not > wlimit-date
                    and event-count < 500
                   add 1 to event-count
                   perform SET-EVENT-DATE
                   move '清算' to evt-kind (event-count)
                   move space to evt-uid (event-count)
                   string 'SETL-' delimited size
                          setl-key delimited size
                     into evt-uid (event-count)
                   end-string
                   move '清算' to evt-category (event-count)
                   if setl-amount > zero
                     move '2' to evt-inout (event-count)
                     move setl-amount to evt-money (event-count)
                   else
                     move '1' to evt-inout (event-count)
                     compute evt-money (event-count) =
                        zero - setl-amount
                   end-if
                   move space to evt-currency (event-count)
                   move setl-member to evt-member (event-count)
                   move space to evt-other (event-count)
                   move space to evt-note (event-count)
                   string setl-ym delimited size
                          ' 分の清算' delimited size
                     into evt-note (event-count)
                   end-string
                 end-if
               end-if
               read settlement-file next record
                 at end move 'EOF' to settlement-eof
               end-read
             end-perform
             close settlement-file.
       GATHER-SETTLEMENTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-IOUS  -  open IOUs on the month end, the borrower's
      *  OUT, with the lender alongside
      *----------------------------------------------------------------
       GATHER-IOUS section.
             open input iou-file
             if iou-file-fs not = zero
               go to GATHER-IOUS-EXIT
             end-if
             move space to iou-eof
             read iou-file next record
               at end move 'EOF' to iou-eof
             end-read
             perform until iou-eof = 'EOF'
               if iou-is-open and event-count < 500
                 add 1 to event-count
                 move wmonth-end to wnew-date
                 perform SET-EVENT-DATE
                 move '貸借' to evt-kind (event-count)
                 move space to evt-uid (event-count)
                 string 'IOU-' delimited size
                        iou-key delimited size
                   into evt-uid (event-count)
                 end-string
                 move '貸借' to evt-category (event-count)
                 move '2' to evt-inout (event-count)
                 move iou-money to evt-money (event-count)
                 move space to evt-currency (event-count)
                 move iou-borrower to evt-member (event-count)
                 move iou-lender to evt-other (event-count)
                 move iou-note to evt-note (event-count)
               end-if
               read iou-file next record
                 at end move 'EOF' to iou-eof
               end-read
             end-perform
             close iou-file.
       GATHER-IOUS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-PAYABLES  -  open bills due up to the end of the
      *  window, an overdue one on the target date
      *----------------------------------------------------------------
       GATHER-PAYABLES section.
             open input payable-file
             if payable-file-fs not = zero
               go to GATHER-PAYABLES-EXIT
             end-if
             move space to payable-eof
             read payable-file next record
               at end move 'EOF' to payable-eof
             end-read
             perform until payable-eof = 'EOF'
               if pay-is-open
                  and pay-due-date not > wlimit-date
                  and event-count < 500
                 add 1 to event-count
                 move pay-due-date to wnew-date
                 perform SET-EVENT-DATE
                 move '支払' to evt-kind (event-count)
                 move space to evt-uid (event-count)
                 string 'PAY-' delimited size
                        pay-id delimited size
                   into evt-uid (event-count)
                 end-string
                 move pay-category to evt-category (event-count)
                 move '2' to evt-inout (event-count)
                 move pay-money to evt-money (event-count)
                 move space to evt-currency (event-count)
                 move pay-member to evt-member (event-count)
                 move space to evt-other (event-count)
                 move pay-payee to evt-note (event-count)
               end-if
               read payable-file next record
                 at end move 'EOF' to payable-eof
               end-read
             end-perform
             close payable-file.
       GATHER-PAYABLES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-EVENT-DATE  -  wnew-date onto the newest event, brought
      *  forward to the target date when it is already past
      *----------------------------------------------------------------
       SET-EVENT-DATE section.
             if wnew-date < wtarget-date
               move wtarget-date to evt-date (event-count)
             else
               move wnew-date to evt-date (event-count)
             end-if
             exit.

      *----------------------------------------------------------------
      *  SORT-EVENTS  -  date order, an exchange sort
      *----------------------------------------------------------------
       SORT-EVENTS section.
             perform varying i from 1 by 1 until i >= event-count
               perform varying j from i by 1 until j > event-count
                 if evt-date (j) < evt-date (i)
                   move event-entry (i) to event-swap
                   move event-entry (j) to event-entry (i)
                   move event-swap to event-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  LOAD-MEMBERS  -  the active members of the master; a
      *  missing master writes the household calendar alone
      *----------------------------------------------------------------
       LOAD-MEMBERS section.
             move zero to member-count
             open input member-file
             if member-file-fs not = zero
               go to LOAD-MEMBERS-EXIT
             end-if
             move space to member-eof
             read member-file next record
               at end move 'EOF' to member-eof
             end-read
             perform until member-eof = 'EOF' or member-count >= 50
               if member-active and member-key not = space
                 add 1 to member-count
                 move member-key to member-entry (member-count)
               end-if
               read member-file next record
                 at end move 'EOF' to member-eof
               end-read
             end-perform
             close member-file.
       LOAD-MEMBERS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-CALENDAR  -  wics-filename with every event that is
      *  wcal-member's (all of them when wcal-member is blank): the
      *  member's own, the shared blank-member ones, and an IOU the
      *  member is owed
      *----------------------------------------------------------------
       WRITE-CALENDAR section.
             open output ics-file
             if ics-file-fs not = zero
               display 'kozukaiical: cannot write ' wics-filename
                       ', fs=' ics-file-fs
               go to WRITE-CALENDAR-EXIT
             end-if
             add 1 to wfile-count
             move zero to wfile-events
             move 'BEGIN:VCALENDAR' to wics-text
             perform PUT-PLAIN-LINE
             move 'VERSION:2.0' to wics-text
             perform PUT-PLAIN-LINE
             move 'PRODID:-//kozukai//money calendar//JA'
               to wics-text
             perform PUT-PLAIN-LINE
             move 'CALSCALE:GREGORIAN' to wics-text
             perform PUT-PLAIN-LINE
             move space to wics-text
             move 1 to wics-len
             string 'X-WR-CALNAME:kozukai ' delimited size
               into wics-text
               with pointer wics-len
             end-string
             if wcal-member = space
               move '家計' to wesc-in
             else
               move wcal-member to wesc-in
             end-if
             perform PUT-ESCAPED-TEXT
             perform PUT-ICS-LINE

             perform varying i from 1 by 1 until i > event-count
               if wcal-member = space
                  or evt-member (i) = space
                  or evt-member (i) = wcal-member
                  or evt-other (i) = wcal-member
                 perform WRITE-EVENT
                 add 1 to wfile-events
               end-if
             end-perform

             move 'END:VCALENDAR' to wics-text
             perform PUT-PLAIN-LINE
             close ics-file.
       WRITE-CALENDAR-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-EVENT  -  event i as one all-day VEVENT: the kind,
      *  category and signed amount in the summary, the member (and
      *  for an IOU the lender) and the note in the description
      *----------------------------------------------------------------
       WRITE-EVENT section.
             move 'BEGIN:VEVENT' to wics-text
             perform PUT-PLAIN-LINE

             move space to wics-text
             move 1 to wics-len
             string 'UID:' delimited size into wics-text
               with pointer wics-len
             end-string
             move evt-uid (i) to wesc-in
             perform PUT-ESCAPED-TEXT
             string '@kozukai' delimited size into wics-text
               with pointer wics-len
             end-string
             perform PUT-ICS-LINE

             move space to wics-text
             string 'DTSTAMP:' delimited size
                    wstamp-utc delimited size
               into wics-text
             end-string
             perform PUT-PLAIN-LINE
             move space to wics-text
             string 'DTSTART;VALUE=DATE:' delimited size
                    evt-date (i) delimited size
               into wics-text
             end-string
             perform PUT-PLAIN-LINE

             move space to wics-text
             move 1 to wics-len
             string 'SUMMARY:' delimited size into wics-text
               with pointer wics-len
             end-string
             move evt-kind (i) to wesc-in
             perform PUT-ESCAPED-TEXT
             string ' ' delimited size into wics-text
               with pointer wics-len
             end-string
             move evt-category (i) to wesc-in
             perform PUT-ESCAPED-TEXT
             if evt-inout (i) = '1'
               move evt-money (i) to wamt-disp
             else
               compute wamt-disp = zero - evt-money (i)
             end-if
             move zero to wamt-lead
             inspect wamt-disp tallying wamt-lead for leading space
             string ' ' delimited size
                    wamt-disp (wamt-lead + 1:) delimited size
               into wics-text
               with pointer wics-len
             end-string
             if evt-inout (i) = '1'
               string '(+)' delimited size into wics-text
                 with pointer wics-len
               end-string
             end-if
             if evt-currency (i) = space or evt-currency (i) = 'JPY'
               string '円' delimited size into wics-text
                 with pointer wics-len
               end-string
             else
               string ' ' delimited size
                      evt-currency (i) delimited size
                 into wics-text
                 with pointer wics-len
               end-string
             end-if
             perform PUT-ICS-LINE

             if evt-category (i) not = space
               move space to wics-text
               move 1 to wics-len
               string 'CATEGORIES:' delimited size into wics-text
                 with pointer wics-len
               end-string
               move evt-category (i) to wesc-in
               perform PUT-ESCAPED-TEXT
               perform PUT-ICS-LINE
             end-if

             move space to wics-text
             move 1 to wics-len
             string 'DESCRIPTION:' delimited size into wics-text
               with pointer wics-len
             end-string
             if evt-member (i) = space
               move '共通' to wesc-in
             else
               move evt-member (i) to wesc-in
             end-if
             perform PUT-ESCAPED-TEXT
             if evt-other (i) not = space
               string ' → ' delimited size into wics-text
                 with pointer wics-len
               end-string
               move evt-other (i) to wesc-in
               perform PUT-ESCAPED-TEXT
             end-if
             if evt-note (i) not = space
               string ' ' delimited size into wics-text
                 with pointer wics-len
               end-string
               move evt-note (i) to wesc-in
               perform PUT-ESCAPED-TEXT
             end-if
             perform PUT-ICS-LINE

             move 'TRANSP:TRANSPARENT' to wics-text
             perform PUT-PLAIN-LINE
             move 'END:VEVENT' to wics-text
             perform PUT-PLAIN-LINE
             exit.

      *----------------------------------------------------------------
      *  PUT-ESCAPED-TEXT  -  wesc-in, trailing blanks off, onto the
      *  line being built at wics-len with the TEXT escapes: a
      *  backslash, comma or semicolon gets a backslash in front
      *----------------------------------------------------------------
       PUT-ESCAPED-TEXT section.
             move 60 to wesc-len
             perform until wesc-len = zero
                or wesc-in (wesc-len:1) not = space
               subtract 1 from wesc-len
             end-perform
             perform varying wesc-x from 1 by 1 until wesc-x > wesc-len
               move wesc-in (wesc-x:1) to wesc-byte
               if wesc-byte = '\' or wesc-byte = ','
                  or wesc-byte = ';'
                 string '\' delimited size into wics-text
                   with pointer wics-len
                 end-string
               end-if
               string wesc-byte delimited size into wics-text
                 with pointer wics-len
               end-string
             end-perform
             exit.

      *----------------------------------------------------------------
      *  PUT-PLAIN-LINE  -  a line built without the pointer: its
      *  length is found from the trailing blanks
      *----------------------------------------------------------------
       PUT-PLAIN-LINE section.
             move 200 to wics-len
             perform until wics-len = zero
                or wics-text (wics-len:1) not = space
               subtract 1 from wics-len
             end-perform
             add 1 to wics-len
             perform PUT-ICS-LINE
             exit.

      *----------------------------------------------------------------
      *  PUT-ICS-LINE  -  write wics-text (1:wics-len - 1), folded:
      *  75 bytes on the first physical line, 74 after the leading
      *  blank on each continuation, every cut backed off a UTF-8
      *  continuation byte so no character is split
      *----------------------------------------------------------------
       PUT-ICS-LINE section.
             compute wics-end = wics-len - 1
             move 1 to wfold-from
             move 75 to wfold-room
             perform until wfold-from > wics-end
               compute wfold-take = wics-end - wfold-from + 1
               if wfold-take > wfold-room
                 move wfold-room to wfold-take
                 perform until wfold-take <= 1
                    or wics-text (wfold-from + wfold-take:1) < x'80'
                    or wics-text (wfold-from + wfold-take:1) >= x'C0'
                   subtract 1 from wfold-take
                 end-perform
               end-if
               move space to ics-line
               if wfold-from = 1
                 move wics-text (wfold-from:wfold-take) to ics-line
               else
                 move wics-text (wfold-from:wfold-take)
                   to ics-line (2:)
               end-if
               write ics-line
               add wfold-take to wfold-from
               move 74 to wfold-room
             end-perform
             move space to wics-text
             move 1 to wics-len
             exit.

      *----------------------------------------------------------------
      *  SHIFT-TO-BUSINESS-DAY  -  slide weffective-date per the
      *  current template's tmpl-shift until it lands on a business
      *  day, capped at ten tries, exactly as kozukairecur.cob does
      *----------------------------------------------------------------
       SHIFT-TO-BUSINESS-DAY section.
             if tmpl-shift-none of template-rec
               go to SHIFT-TO-BUSINESS-DAY-EXIT
             end-if
             move zero to wshift-tries
             move weffective-date to wbd-date
             perform CHECK-BUSINESS-DAY
             perform until is-business-day or wshift-tries >= 10
               add 1 to wshift-tries
               move weffective-date to wbd-date-num
               compute wbd-date-int =
                  function integer-of-date(wbd-date-num)
               if tmpl-shift-forward of template-rec
                 add 1 to wbd-date-int
               else
                 subtract 1 from wbd-date-int
               end-if
               compute wbd-date-num =
                  function date-of-integer(wbd-date-int)
               move wbd-date-num to weffective-date
               move weffective-date to wbd-date
               perform CHECK-BUSINESS-DAY
             end-perform.
       SHIFT-TO-BUSINESS-DAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-BUSINESS-DAY  -  not a Saturday, not a Sunday, not in
      *  the loaded holiday table
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY section.
             set is-business-day to true
             move wbd-date to wbd-date-num
             compute wbd-date-int =
                function integer-of-date(wbd-date-num)
             compute wbd-dow =
                function mod(wbd-date-int - wbd-epoch-int, 7)
             if wbd-dow = 2 or wbd-dow = 3
               set not-business-day to true
               go to CHECK-BUSINESS-DAY-EXIT
             end-if
             perform varying wbd-k from 1 by 1
                        until wbd-k > holiday-count
               if holiday-entry (wbd-k) = wbd-date
                 set not-business-day to true
                 exit perform
               end-if
             end-perform.
       CHECK-BUSINESS-DAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-HOLIDAY-TABLE  -  read the holiday calendar once; a
      *  missing file just leaves the table empty, so only weekends
      *  shift scheduled postings
      *----------------------------------------------------------------
       LOAD-HOLIDAY-TABLE section.
             move zero to holiday-count
             open input holiday-file
             if holiday-file-fs = zero then
               move space to holiday-eof
               read holiday-file next record
                 at end move 'EOF' to holiday-eof
               end-read
               perform until holiday-eof = 'EOF'
                  or holiday-count >= 200
                 add 1 to holiday-count
                 move holiday-date to holiday-entry (holiday-count)
                 read holiday-file next record
                   at end move 'EOF' to holiday-eof
                 end-read
               end-perform
               close holiday-file
             end-if
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
