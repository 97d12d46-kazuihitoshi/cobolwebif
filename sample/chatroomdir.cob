      *  can be discovered and entered from a link with ROOM
      *  pre-filled instead of having to know and type its name.
      *  Rooms nobody has posted to in CHAT_STALE_DAYS days (60 if
      *  not set) are flagged for cleanup.  Members-only rooms are
      *  marked, and lead on to their roster screen (chatroster.cob).
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
          02 wtime    pic x(20).
          02 wdata    pic x(200).
          02 wdm-to   pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       WORKING-STORAGE SECTION.
       01 webif-rec.
               04 rdir-stale     pic x(08).
               04 rdir-unread    pic x(03).
               04 rdir-retention pic x(08).
               04 rdir-access    pic x(08).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

      *  the visitor's handle off the NAME cookie, so the unread
      *  count per room can be theirs (see COUNT-ROOM-UNREAD)
       01 http-cookie.
       01 wunread-work       pic 9(03) value zero.
       01 wunread-disp       pic zz9.

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          else
            set lc-lock-share to true
          end-if.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
               else
                 move space to rdir-retention (i)
               end-if
      *        members-only rooms are marked; their roster screen
      *        (chatroster.cob) is where the owner manages them
               if reg-is-members-only
                 move '限定' to rdir-access (i)
               else
                 move space to rdir-access (i)
               end-if
               end-if
               read chat-room-file next record
                 at end move 'EOF' to chat-room-eof
      *----------------------------------------------------------------
       GET-STALE-DAYS section.
             move 60 to wstale-days
             move 'CHAT_STALE_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-staledays
             if wenv-staledays not = space
                and wenv-staledays is numeric then
               move wenv-staledays to wstale-days
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'CHAT_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             move space to audit-after-detail
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  CHECK-MAINTENANCE  -  while the maintenance switch is on
      *  (kozukaimaintcheck.cob) a change is turned away before the
      *  lock is taken: the mode is dropped, so the request runs as
      *  a plain browse under a shared lock, and the banner goes out
      *  in place of any other message.  Browsing carries on, with
      *  the banner shown when there is nothing else to say.
      *----------------------------------------------------------------
       CHECK-MAINTENANCE section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on and lc-lock-exclusive
                and wmode of webif-rec not = space
               set mtc-refused to true
               move space to wmode of webif-rec
               set lc-lock-share to true
             end-if
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-MESSAGE  -  the message in the reader's language
      *  from the message catalog; Japanese, or text the catalog does
      *  not hold, goes out as it stands
      *----------------------------------------------------------------
       TRANSLATE-MESSAGE section.
             if werrmsg of webif-rec = space
               go to TRANSLATE-MESSAGE-EXIT
             end-if
             move space to mc-user
             set mc-by-text to true
             move werrmsg of webif-rec to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of webif-rec.
       TRANSLATE-MESSAGE-EXIT.
             exit.
