       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           counterbotrebuild.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch job - reclassifies the hits already captured in
      *  counterdetail.dat against the crawler master as it stands
      *  now.  A row the master calls a bot but that was counted as
      *  human comes off the page's lifetime, daily and monthly rows
      *  in counter.dat and goes onto the same rows in counterbot.dat;
      *  a row counted as a bot whose pattern has since been removed
      *  goes back the other way.  Each row's cdet-class is rewritten
      *  to match, so running it twice moves nothing the second
      *  time.  Run once after the crawler master is first loaded,
      *  and again whenever a pattern is added for traffic already
      *  seen.  A person's hour bucket moves with the hit too.  Held
      *  under counter_lock so no hit is counted mid-run.  The
      *  UNIQUE/NEWVISITOR/RETURNING rows are left as
      *  they are: the captured rows do not say which hit opened a
      *  visitor's day.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select counter-file assign to "counter.dat"
           organization is indexed
           access mode is random
           record key is counter-full-key
           file status is counter-file-fs.
        select bot-counter-file assign to "counterbot.dat"
           organization is indexed
           access mode is random
           record key is bot-counter-full-key
           file status is bot-counter-file-fs.
        select counter-detail-file assign to "counterdetail.dat"
           organization is indexed
           access mode is sequential
           record key is cdet-key
           file status is counter-detail-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd counter-file.
       01 counter-rec.
         02 counter-full-key.
           03 counter-key    pic x(20).
           03 counter-period pic x(8).
         02 counter-dat    pic  9(12).

       fd bot-counter-file.
       01 bot-counter-rec.
         02 bot-counter-full-key.
           03 bot-counter-key    pic x(20).
           03 bot-counter-period pic x(8).
         02 bot-counter-dat    pic  9(12).

       fd counter-detail-file.
       copy counterdetfile.

       WORKING-STORAGE SECTION.
       copy web-lock.
       copy botmatch.
       77 rc                 pic s9(10) usage binary.
       01 counter-file-fs    pic 9(2).
       01 bot-counter-file-fs pic 9(2).
       01 counter-detail-file-fs pic 9(2).
       01 detail-eof         pic x(3) value space.

       01 wrow-count         pic 9(09) value zero.
       01 wto-bot-count      pic 9(09) value zero.
       01 wto-human-count    pic 9(09) value zero.
       01 wstamped-count     pic 9(09) value zero.
       01 wold-class         pic x(01) value space.

      *  the rows a hit was counted under, as counter.cob keys them:
      *  the page's lifetime (blank), daily YYMMDD and monthly YYMM
      *  rows, and for a person the HOUR row (YYMMDDHH) as well
       01 wperiod-tab.
        02 wperiod-entry occurs 4.
         03 wperiod-key      pic x(20).
         03 wperiod          pic x(08).
       01 p                  pic 9(01).

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move 'counter_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            display 'counterbotrebuild: counter_lock busy, '
                    'aborted'
            stop run
          end-if.

          open i-o counter-detail-file.
          if counter-detail-file-fs not = zero then
            display 'counterbotrebuild: counter-detail-file open '
                    'failed, fs=' counter-detail-file-fs
            call 'WEB_UNLOCK' using lc-web-lock rc
            stop run
          end-if.

          open i-o counter-file.
          if counter-file-fs not = zero then
            display 'counterbotrebuild: counter-file open '
                    'failed, fs=' counter-file-fs
            close counter-detail-file
            call 'WEB_UNLOCK' using lc-web-lock rc
            stop run
          end-if.

          open i-o bot-counter-file.
          if bot-counter-file-fs not = zero then
            open output bot-counter-file
            close bot-counter-file
            open i-o bot-counter-file
          end-if.
          if bot-counter-file-fs not = zero then
            display 'counterbotrebuild: bot-counter-file open '
                    'failed, fs=' bot-counter-file-fs
            close counter-detail-file
            close counter-file
            call 'WEB_UNLOCK' using lc-web-lock rc
            stop run
          end-if.

          read counter-detail-file next record
            at end move 'EOF' to detail-eof
          end-read.
          perform until detail-eof = 'EOF'
            add 1 to wrow-count
            perform RECLASSIFY-HIT
            read counter-detail-file next record
              at end move 'EOF' to detail-eof
            end-read
          end-perform.

          close counter-detail-file.
          close counter-file.
          close bot-counter-file.

          call 'WEB_UNLOCK' using lc-web-lock rc.

          display 'counterbotrebuild: ' wrow-count
                  ' hit(s) scanned, ' wto-bot-count
                  ' moved to bots, ' wto-human-count
                  ' moved back to people, ' wstamped-count
                  ' unclassified row(s) stamped'.
          stop run.

      *----------------------------------------------------------------
      *  RECLASSIFY-HIT  -  judge the current detail row's agent
      *  afresh; a class that differs from the tally it was counted
      *  in moves the hit across, and the row is stamped with the
      *  class it now stands in
      *----------------------------------------------------------------
       RECLASSIFY-HIT section.
             move cdet-agent to bm-agent
             call 'counterbotmatch' using bot-match-area
             move cdet-class to wold-class
             if wold-class = space
               move 'H' to wold-class
             end-if

             move space to wperiod-tab
             move cdet-page to wperiod-key (1)
             move cdet-page to wperiod-key (2)
             move cdet-page to wperiod-key (3)
             move 'HOUR' to wperiod-key (4)
             move cdet-date (3:6) to wperiod (2)
             move cdet-date (3:4) to wperiod (3)
             string cdet-date (3:6)    delimited size
                    cdet-updated (9:2) delimited size
               into wperiod (4)
             end-string

             if bm-is-bot and wold-class = 'H'
               perform varying p from 1 by 1 until p > 3
                 perform TAKE-HUMAN-HIT
                 perform ADD-BOT-HIT
               end-perform
               move 4 to p
               perform TAKE-HUMAN-HIT
               add 1 to wto-bot-count
             end-if
             if bm-is-human and wold-class = 'B'
               perform varying p from 1 by 1 until p > 3
                 perform TAKE-BOT-HIT
                 perform ADD-HUMAN-HIT
               end-perform
               move 4 to p
               perform ADD-HUMAN-HIT
               add 1 to wto-human-count
             end-if

             if cdet-class not = bm-result
               if cdet-class = space and bm-is-human
                 add 1 to wstamped-count
               end-if
               move bm-result to cdet-class
               rewrite counter-det-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  TAKE-HUMAN-HIT / ADD-HUMAN-HIT / TAKE-BOT-HIT / ADD-BOT-HIT
      *  -  one hit off or onto row p of wperiod-tab in the human or
      *  bot tally; a row is never taken below zero, and a
      *  missing one is created when a hit is added
      *----------------------------------------------------------------
       TAKE-HUMAN-HIT section.
             move wperiod-key (p) to counter-key
             move wperiod (p) to counter-period
             read counter-file
               invalid key continue
               not invalid key
                 if counter-dat > zero
                   subtract 1 from counter-dat
                   rewrite counter-rec
                 end-if
             end-read
             exit.

       ADD-HUMAN-HIT section.
             move wperiod-key (p) to counter-key
             move wperiod (p) to counter-period
             read counter-file
               invalid key
                 move 1 to counter-dat
                 write counter-rec
               not invalid key
                 add 1 to counter-dat
                 rewrite counter-rec
             end-read
             exit.

       TAKE-BOT-HIT section.
             move wperiod-key (p) to bot-counter-key
             move wperiod (p) to bot-counter-period
             read bot-counter-file
               invalid key continue
               not invalid key
                 if bot-counter-dat > zero
                   subtract 1 from bot-counter-dat
                   rewrite bot-counter-rec
                 end-if
             end-read
             exit.

       ADD-BOT-HIT section.
             move wperiod-key (p) to bot-counter-key
             move wperiod (p) to bot-counter-period
             read bot-counter-file
               invalid key
                 move 1 to bot-counter-dat
                 write bot-counter-rec
               not invalid key
                 add 1 to bot-counter-dat
                 rewrite bot-counter-rec
             end-read
             exit.
