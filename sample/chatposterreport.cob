       77 wrf-i               pic 9(02) value zero.
       77 wrf-c               pic x(01) value space.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
      *  single lobby room chat.cob defaults a blank ROOM to
      *----------------------------------------------------------------
       PARSE-ROOM-LIST section.
             move 'CHAT_ROOMS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wrooms-env
             move zero to wroom-count
             if wrooms-env = space then
               add 1 to wroom-count
               end-read

               perform until chat-history-eof = 'EOF'
      *          a superseded original is the same message again
                 if not hist-original
                   perform ADD-TO-POSTER
                   add 1 to wtotal-messages
                 end-if
                 read chat-history-file next record
                   at end move 'EOF' to chat-history-eof
                 end-read
