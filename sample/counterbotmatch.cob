       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           counterbotmatch.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - the one place a user agent is judged
      *  crawler or person.  counter.cob hands it every hit's agent
      *  and counterbotrebuild.cob every captured row's, in a
      *  bot-match-area: any pattern of the crawler master
      *  (counterbotagent.dat) found anywhere in the agent makes it
      *  a bot, ASCII letters compared without regard to case.  The
      *  master is read once per run and kept in a table; a missing
      *  master makes every hit human, which is how the counter
      *  behaved before there was one.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select bot-agent-file assign to "counterbotagent.dat"
           organization is indexed access mode is sequential
           record key is bota-pattern
           file status is bot-agent-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd bot-agent-file.
       copy botagentfile.

       WORKING-STORAGE SECTION.
       01 bot-agent-file-fs  pic 9(2).
       01 bot-agent-eof      pic x(3) value space.
       01 bot-loaded-flag    pic x value 'N'.
        88 bot-loaded           value 'Y'.

      *  the master, patterns already folded to upper case and
      *  measured without their trailing blanks
       01 bot-table.
        02 btbl-entry occurs 100.
         03 btbl-pattern     pic x(40).
         03 btbl-len         pic 9(02).
       01 bot-count          pic 9(03) value zero.
       01 p                  pic 9(03).
       01 n                  pic 9(02).

       01 wbm-agent          pic x(80).
       01 wbm-len            pic 9(02).
       01 wbm-found-flag     pic x value 'N'.
        88 wbm-found            value 'Y'.
        88 wbm-not-found        value 'N'.

       LINKAGE SECTION.
       copy botmatch.

       PROCEDURE             DIVISION using bot-match-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          if not bot-loaded then
            perform LOAD-BOT-TABLE
          end-if.

          perform MATCH-BOT-AGENT.

          exit program.

      *----------------------------------------------------------------
      *  MATCH-BOT-AGENT  -  every pattern tried at every position
      *  of the upper-cased agent; the first pattern found decides
      *----------------------------------------------------------------
       MATCH-BOT-AGENT section.
             set bm-is-human to true
             move space to bm-pattern
             if bm-agent = space
               go to MATCH-BOT-AGENT-EXIT
             end-if
             move bm-agent to wbm-agent
             inspect wbm-agent converting
                'abcdefghijklmnopqrstuvwxyz'
             to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

             set wbm-not-found to true
             perform varying p from 1 by 1
                until p > bot-count or wbm-found
               move btbl-len (p) to wbm-len
               if wbm-len > zero
                 perform varying n from 1 by 1
                    until n > 81 - wbm-len or wbm-found
                   if wbm-agent (n:wbm-len) =
                      btbl-pattern (p) (1:wbm-len)
                     set wbm-found to true
                     move btbl-pattern (p) to bm-pattern
                   end-if
                 end-perform
               end-if
             end-perform

             if wbm-found
               set bm-is-bot to true
             end-if.
       MATCH-BOT-AGENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-BOT-TABLE  -  the master into bot-table once per run
      *----------------------------------------------------------------
       LOAD-BOT-TABLE section.
             set bot-loaded to true
             move zero to bot-count
             open input bot-agent-file
             if bot-agent-file-fs not = zero
               go to LOAD-BOT-TABLE-EXIT
             end-if
             move space to bot-agent-eof
             read bot-agent-file next record
               at end move 'EOF' to bot-agent-eof
             end-read
             perform until bot-agent-eof = 'EOF'
                or bot-count >= 100
               add 1 to bot-count
               move bota-pattern to btbl-pattern (bot-count)
               inspect btbl-pattern (bot-count) converting
                  'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               move 40 to n
               perform until n = zero
                  or btbl-pattern (bot-count) (n:1) not = space
                 subtract 1 from n
               end-perform
               move n to btbl-len (bot-count)
               read bot-agent-file next record
                 at end move 'EOF' to bot-agent-eof
               end-read
             end-perform
             close bot-agent-file.
       LOAD-BOT-TABLE-EXIT.
             exit.
