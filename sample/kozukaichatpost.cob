      *  and the backup, posting batch failures into the ops room so
      *  the people who open the chat every morning see a broken
      *  batch immediately.
      *  Linkage: the room name, the message text and the handle to
      *  send it to as a direct message (space for a line the whole
      *  room sees); a DM also bumps the recipient's unread row in
      *  chatdm.dat the way chat.cob's BUMP-DM-PENDING does, so the
      *  indicator shows on their next load of any room.  A busy
      *  chat_lock just skips the post - an alert must never wedge
      *  the batch that raises it.
      *----------------------------------------------------------------
          organization is indexed access mode is random
          record key is reg-room
          file status is chat-room-file-fs.
        select chat-dm-file assign to "chatdm.dat"
          organization is indexed access mode is random
          record key is dm-recipient
          file status is chat-dm-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd chat-file.
          02 wtime    pic x(20).
          02 wdata    pic x(200).
          02 wdm-to   pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-history-file.
       copy chathistoryfile.
       fd chat-room-file.
       copy chatroomregfile.

       fd chat-dm-file.
       copy chatdmfile.

       WORKING-STORAGE SECTION.
       copy web-lock.
       77 rc                 pic s9(10) usage binary.
       01 chat-file-fs        pic 9(2).
       01 chat-history-file-fs pic 9(2).
       01 chat-room-file-fs   pic 9(2).
       01 chat-dm-file-fs     pic 9(2).
       01 chat-rec-eof        pic x(3) value space.
       77 wchat-filename      pic x(40) value space.
       77 wchat-hist-filename pic x(40) value space.
           03 wdata    pic x(200).
           03 wtime    pic x(20).
           03 wdm-to   pic x(30).
           03 wreply-name pic x(30).
           03 wreply-time pic x(20).
           03 wedit-flag  pic x(01).

       LINKAGE SECTION.
       01 wpost-room         pic x(20).
       01 wpost-text         pic x(200).
       01 wpost-dm-to        pic x(30).

       PROCEDURE             DIVISION using wpost-room wpost-text
                                            wpost-dm-to.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

                to wtime  of wchat-rec-tab (wca)
              move wdm-to of chat-rec
                to wdm-to of wchat-rec-tab (wca)
              move wreply-name of chat-rec
                to wreply-name of wchat-rec-tab (wca)
              move wreply-time of chat-rec
                to wreply-time of wchat-rec-tab (wca)
              move wedit-flag of chat-rec
                to wedit-flag of wchat-rec-tab (wca)
              read chat-file
                at end move 'EOF' to chat-rec-eof
              end-read
          move space        to wcolor of wchat-rec-tab (1).
          move wpost-text   to wdata  of wchat-rec-tab (1).
          move wpost-time   to wtime  of wchat-rec-tab (1).
          move wpost-dm-to  to wdm-to of wchat-rec-tab (1).
          move space        to wreply-name of wchat-rec-tab (1).
          move space        to wreply-time of wchat-rec-tab (1).
          move space        to wedit-flag of wchat-rec-tab (1).

          open output chat-file.
          perform varying wca from 1 by 1 until wca > 40
            move wdata  of wchat-rec-tab (wca) to wdata  of chat-rec
            move wtime  of wchat-rec-tab (wca) to wtime  of chat-rec
            move wdm-to of wchat-rec-tab (wca) to wdm-to of chat-rec
            move wreply-name of wchat-rec-tab (wca)
              to wreply-name of chat-rec
            move wreply-time of wchat-rec-tab (wca)
              to wreply-time of chat-rec
            move wedit-flag of wchat-rec-tab (wca)
              to wedit-flag of chat-rec
            write chat-rec
          end-perform.
          close chat-file.

          perform UPDATE-ROOM-REGISTRY.
          if wpost-dm-to not = space
            perform BUMP-DM-PENDING
          end-if.

          call 'WEB_UNLOCK' using lc-web-lock rc.
          exit program.
             move wtime  of wchat-rec-tab (40) to hist-time
             move wdata  of wchat-rec-tab (40) to hist-data
             move wdm-to of wchat-rec-tab (40) to hist-dm-to
             move wreply-name of wchat-rec-tab (40) to hist-reply-name
             move wreply-time of wchat-rec-tab (40) to hist-reply-time
             move wedit-flag of wchat-rec-tab (40) to hist-edit-flag
             open extend chat-history-file
             if chat-history-file-fs not = zero
               open output chat-history-file
       UPDATE-ROOM-REGISTRY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUMP-DM-PENDING  -  a direct message was just posted: bump
      *  the recipient's unread row so the indicator shows the next
      *  time they load any room
      *----------------------------------------------------------------
       BUMP-DM-PENDING section.
             open i-o chat-dm-file
             if chat-dm-file-fs not = zero
               open output chat-dm-file
               close chat-dm-file
               open i-o chat-dm-file
             end-if
             if chat-dm-file-fs not = zero
               go to BUMP-DM-PENDING-EXIT
             end-if
             move wpost-dm-to to dm-recipient
             read chat-dm-file
               invalid key
                 move wpost-dm-to to dm-recipient
                 move zero to dm-count
             end-read
             add 1 to dm-count
             move wpost-room to dm-room
             move 'SYSTEM'   to dm-from
             string wnow-date delimited size
                    wnow-time delimited size
               into dm-updated
             end-string
             rewrite chat-dm-rec
               invalid key write chat-dm-rec
             end-rewrite
             close chat-dm-file.
       BUMP-DM-PENDING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUILD-ROOM-FILENAME  -  derive the room's window and archive
      *  filenames from wroom-file-key exactly the way chat.cob's
