          02 wtime    pic x(20).
          02 wdata    pic x(200).
          02 wdm-to   pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-history-file.
       copy chathistoryfile.

       fd hist-tmp-file.
       01 hist-tmp-rec       pic x(395).

       WORKING-STORAGE SECTION.
       copy web-lock.
       01 wcut-int           pic 9(09) value zero.
       01 wcut-date8         pic 9(08) value zero.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
             function integer-of-date(wnow-date-num).

          move 90 to wdefault-idle.
          move 'CHAT_IDLE_DAYS' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-idledays.
          if wenv-idledays not = space
             and wenv-idledays numeric
            move wenv-idledays to wdefault-idle
                   move wtime  of chat-rec to hist-time
                   move wdata  of chat-rec to hist-data
                   move wdm-to of chat-rec to hist-dm-to
                   move wreply-name of chat-rec to hist-reply-name
                   move wreply-time of chat-rec to hist-reply-time
                   move wedit-flag of chat-rec to hist-edit-flag
                   open extend chat-history-file
                   if chat-history-file-fs not = zero
                     open output chat-history-file
