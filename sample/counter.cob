           access mode is random
           record key is cdet-key
           file status is counter-detail-file-fs.
        select bot-counter-file assign to "counterbot.dat"
           organization is indexed
           access mode is random
           record key is bot-counter-full-key
           file status is bot-counter-file-fs.
        select visitor-day-file assign to "countervisit.dat"
           organization is indexed
           access mode is random
       fd counter-detail-file.
       copy counterdetfile.

      *  the crawler tally - counter.dat's own layout, page by page,
      *  for hits whose user agent the crawler master marks as a bot
       fd bot-counter-file.
       01 bot-counter-rec.
         02 bot-counter-full-key.
           03 bot-counter-key    pic x(20).
           03 bot-counter-period pic x(8).
         02 bot-counter-dat    pic  9(12).

       fd visitor-day-file.
       01 visitor-day-rec.
          02 vd-key.
       77 wdaily-hit-no    pic 9(12) value zero.
       77 wnow-date8       pic x(08) value space.

      *  crawler filtering (see BUMP-BOT-COUNTER): the agent is
      *  judged by counterbotmatch against the crawler master before
      *  anything is counted
       77 bot-counter-file-fs pic 9(2).
       copy botmatch.

      *----------------------------------------------------------------
      *  unique-visitor counting (see COUNT-UNIQUE-VISITOR): a
      *  persistent VISITORID cookie tells refreshes apart from

          accept wtoday from date.

          accept wenv-agent from environment 'HTTP_USER_AGENT'.
          move wenv-agent to bm-agent.
          call 'counterbotmatch' using bot-match-area.

          if rc = zero then
             perform OPEN-COUNTER-FILE
             if wopen-ok-yes then
      *         a crawler's hit goes to the bot tally and leaves the
      *         human totals (and the visitor cookie) alone
                if bm-is-bot
                   perform BUMP-BOT-COUNTER
                   perform SHOW-PAGE-COUNTER
                   move 'BOTHIT' to audit-operation
                else
                   perform BUMP-PAGE-COUNTER
                   perform BUMP-HOUR-COUNTER
                   perform COUNT-UNIQUE-VISITOR
                   move 'HIT' to audit-operation
                end-if
                close counter-file
                perform WRITE-HIT-DETAIL
                move wpage of webif-rec to audit-key
                move space to audit-before-detail
                string 'total='                      delimited size
             move wdaily-hit-no to cdet-seq
             move wenv-referrer to cdet-referrer
             move wenv-agent to cdet-agent
             move bm-result to cdet-class
             move wvisitor-id to cdet-visitor
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
             move counter-dat to wbump-result
             exit.

      *------------------------------------------------
      *  BUMP-BOT-COUNTER  -  the crawler's hit into counterbot.dat:
      *  the page's lifetime, daily and monthly bot rows, created on
      *  first use.  The daily bot number, offset past any human
      *  number, sequences the hit's detail row.
      *------------------------------------------------
       BUMP-BOT-COUNTER section.
             open i-o bot-counter-file
             if bot-counter-file-fs not = zero
               open output bot-counter-file
               close bot-counter-file
               open i-o bot-counter-file
             end-if
             if bot-counter-file-fs not = zero
               go to BUMP-BOT-COUNTER-EXIT
             end-if
             move wpage of webif-rec to wbump-key
             move space              to wbump-period
             perform BUMP-BOT-ROW
             move wpage of webif-rec to wbump-key
             move wtoday              to wbump-period
             perform BUMP-BOT-ROW
             compute wdaily-hit-no = 900000 + wbump-result
             move wpage of webif-rec to wbump-key
             move wtoday (1:4)        to wbump-period
             perform BUMP-BOT-ROW
             close bot-counter-file.
       BUMP-BOT-COUNTER-EXIT.
             exit.

      *------------------------------------------------
      *  BUMP-BOT-ROW  -  BUMP-ROW's twin over counterbot.dat
      *------------------------------------------------
       BUMP-BOT-ROW section.
             move wbump-key    to bot-counter-key
             move wbump-period to bot-counter-period
             read bot-counter-file
               invalid key
                 move 1 to bot-counter-dat
                 write bot-counter-rec
               not invalid key
                 add 1 to bot-counter-dat
                 rewrite bot-counter-rec
             end-read
             move bot-counter-dat to wbump-result
             exit.

      *------------------------------------------------
      *  SHOW-PAGE-COUNTER  -  a crawler still gets the page's
      *  figures back, read from the human rows without bumping them
      *------------------------------------------------
       SHOW-PAGE-COUNTER section.
             move wpage of webif-rec to counter-key
             move space              to counter-period
             perform READ-COUNTER-ROW
             move counter-format to wcounter of webif-rec
             move wpage of webif-rec to counter-key
             move wtoday              to counter-period
             perform READ-COUNTER-ROW
             move counter-format to wcounter-daily of webif-rec
             move wpage of webif-rec to counter-key
             move wtoday (1:4)        to counter-period
             perform READ-COUNTER-ROW
             move counter-format to wcounter-monthly of webif-rec
             exit.

      *------------------------------------------------
      *  READ-COUNTER-ROW  -  the keyed row's total into
      *  counter-format, zero when the row does not exist yet
      *------------------------------------------------
       READ-COUNTER-ROW section.
             read counter-file
               invalid key
                 move zero to counter-format
               not invalid key
                 move counter-dat to counter-format
             end-read
             exit.

      *------------------------------------------------
      *  BUMP-HOUR-COUNTER  -  the hour-of-day bucket beside the
      *  daily rows: one HOUR row per clock hour, period YYMMDDHH,
      *  summed over every page, so the report can show when the
      *  household is actually on the screens
      *------------------------------------------------
       BUMP-HOUR-COUNTER section.
             accept wnow-time from time
             move 'HOUR' to wbump-key
             move space to wbump-period
             string wtoday          delimited size
                    wnow-time (1:2) delimited size
               into wbump-period
             end-string
             perform BUMP-ROW
             exit.

      *------------------------------------------------
      *  BUMP-PAGE-COUNTER  -  bump the lifetime, daily and monthly
      *  rows for the requested page and report all three back
