           organization is indexed access mode is random
           record key is tot-key
           file status is totals-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select envelope-file assign to "kozukaienvelope.dat"
           organization is indexed access mode is random
           record key is env-category
           file status is envelope-file-fs.
        select iou-file assign to "kozukaiiou.dat"
           organization is indexed access mode is sequential
           record key is iou-key
           file status is iou-file-fs.
        select shop-file assign to "kozukaishop.dat"
           organization is indexed access mode is dynamic
           record key is shop-key
           file status is shop-file-fs.
        select chat-mute-file assign to "kozukaichatmute.dat"
           organization is indexed access mode is dynamic
           record key is mute-key
           file status is chat-mute-file-fs.
        select chat-roster-file assign to "kozukaichatroster.dat"
           organization is indexed access mode is random
           record key is ros-key
           file status is chat-roster-file-fs.
        select perf-file assign to "kozukaiperf.txt"
           organization line sequential
           file status is perf-file-fs.
          02 wtime    pic x(20).
	  02 wdata    pic x(200).
          02 wdm-to   pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-history-file.
       copy chathistoryfile.
       fd totals-file.
       copy kozukaitotalsfile.

       fd rate-file.
       copy ratefile.

       fd envelope-file.
       copy envelopefile.

       fd iou-file.
       copy ioufile.

       fd shop-file.
       copy shoplistfile.

       fd chat-mute-file.
       copy chatmutefile.

       fd chat-roster-file.
       copy chatrosterfile.

       fd perf-file.
       copy perffile.
      *
       77 wqs-i            pic 9(02) value zero.
       77 wqs-bad          pic 9(02) value zero.
       77 wqs-digits       pic 9(02) value zero.
       77 wqs-sec          pic 9(04) value zero.
       77 wqs-money-disp   pic z(8)9.
       77 qspend-posted-flag pic x value 'N'.
          88 qspend-posted     value 'Y'.
          88 qspend-not-posted value 'N'.
       77 wts-date8        pic x(08) value space.
       77 wqs-note-len     pic 9(03) value zero.
      *  a category the household froze (kozukaifreezecheck.cob)
      *  refuses !spend outright - the admin override is on the
      *  ledger screen, where a reason can be given
       copy freezecheck.
       77 wenv-appthresh   pic x(09) value space.
       77 wapproval-thresh pic s9(09) value zero.
      *  the category's budget plus envelope carryover, against
      *  which the month's total is checked once the row is posted
       77 wqs-budget       pic s9(11) value zero.
       77 wqs-month-out    pic s9(11) value zero.
       77 qspend-over-flag pic x value 'N'.
          88 qspend-over       value 'Y'.
          88 qspend-not-over   value 'N'.

      *----------------------------------------------------------------
      *  ledger questions (see LEDGER-QUERY-FROM-CHAT): "!残高",
      *  "!予算 分類", "!今月" and "!借り" answer from the
      *  ledger for a handle that maps to a credential, read-only
      *  under a shared kozukai_lock on the same nested control
      *  block !spend uses.  A member-bound login counts only its
      *  own and the shared blank-member rows, as its 参照 does,
      *  and those figures go back to the asker by DM; so does
      *  "!借り", which is always personal.
      *----------------------------------------------------------------
       77 rate-file-fs     pic 9(02).
       77 rate-eof         pic x(03) value space.
       77 envelope-file-fs pic 9(02).
       77 iou-file-fs      pic 9(02).
       77 iou-eof          pic x(03) value space.
       77 kozukai-eof      pic x(03) value space.
       01 currency-rate-tab.
        02 currency-rate-entry occurs 100.
         03 currency-rate-code  pic x(03).
         03 currency-rate-from  pic x(08).
         03 currency-rate-value pic 9(06)v99.
       77 currency-rate-count pic 9(03) value zero.
       77 wexch-rate       pic 9(06)v99.
       77 wexch-best-date  pic x(08) value space.
       77 wexch-k          pic 9(03).
       77 wlq-cmd          pic x(10) value space.
       77 wlq-handle       pic x(30) value space.
       77 wlq-member       pic x(20) value space.
       77 wlq-category     pic x(20) value space.
       77 wlq-why          pic x(60) value space.
       77 wlq-this-ym      pic x(06) value space.
       77 wlq-ptr          pic 9(03) value zero.
       77 wlq-token        pic x(40) value space.
       77 wlq-token-len    pic 9(03) value zero.
       77 wlq-money-jpy    pic s9(10) value zero.
       77 wlq-signed       pic s9(10) value zero.
       77 wlq-balance      pic s9(11) value zero.
       77 wlq-cat-out      pic s9(11) value zero.
       77 wlq-budget       pic s9(11) value zero.
       77 wlq-envelope     pic s9(11) value zero.
       77 wlq-lent         pic s9(11) value zero.
       77 wlq-owed         pic s9(11) value zero.
       77 wlq-lent-cnt     pic 9(03) value zero.
       77 wlq-owed-cnt     pic 9(03) value zero.
       77 wlq-cnt-disp     pic zz9.
       01 wlq-cat-tab.
        02 wlq-cat-entry occurs 30.
         03 wlq-cat-name   pic x(20).
         03 wlq-cat-total  pic s9(11).
         03 wlq-cat-taken  pic x(01).
       77 wlq-cat-count    pic 9(02) value zero.
       77 wlq-k            pic 9(02) value zero.
       77 wlq-best         pic 9(02) value zero.
       77 wlq-rank         pic 9(02) value zero.
      *  an amount as the answer shows it, leading blanks dropped
       77 wlq-amt          pic s9(11) value zero.
       77 wlq-amt-disp     pic -z(10)9.
       77 wlq-amt-text     pic x(12) value space.
       77 wlq-lead         pic 9(02) value zero.
       01 wlq-reply        pic x(200) value space.
       77 wlq-rp           pic 9(03) value zero.
       77 lq-dm-flag       pic x value 'N'.
          88 lq-by-dm         value 'Y'.
          88 lq-in-room       value 'N'.

      *----------------------------------------------------------------
      *  shopping list (see SHOPPING-LIST-FROM-CHAT): "!買う 品目"
      *  adds to the room's list, "!買い物" lists what is still
      *  open, "!買った 番号 [金額 分類]" checks one off, an
      *  amount posting the OUT row as a "!spend" would.  Items a
      *  week old and still unbought are drawn above the window
      *  (SHOPDUE).
      *----------------------------------------------------------------
       77 shop-file-fs     pic 9(02).
       77 shop-eof         pic x(03) value space.
       77 wsh-no           pic 9(04) value zero.
       77 wsh-no-disp      pic zzz9.
       77 wsh-no-text      pic x(04) value space.
       77 wsh-lead         pic 9(02) value zero.
       77 wsh-item         pic x(40) value space.
       77 wsh-item-len     pic 9(02) value zero.
       77 wsh-handle       pic x(30) value space.
       77 wsh-ptr          pic 9(03) value zero.
       77 wsh-token        pic x(40) value space.
       77 wsh-token-len    pic 9(03) value zero.
       77 wsh-amount       pic x(40) value space.
       77 wsh-amount-len   pic 9(03) value zero.
       77 wsh-rp           pic 9(03) value zero.
       77 wsh-more         pic 9(04) value zero.
       77 wsh-today        pic x(08) value space.
       77 wsh-int          pic 9(09) value zero.
       77 wsh-num          pic 9(08) value zero.
       77 wsh-stale-date   pic x(08) value space.
       01 wsh-reply        pic x(200) value space.
       01 wsh-outcome      pic x(200) value space.

      *----------------------------------------------------------------
      *  mute list (see LOAD-MUTE-LIST / CHECK-MUTED): the handles
      *  the caller has muted in this room or everywhere, loaded once
      *  per request; their posts are left out of the caller's own
      *  render and unread count, and a muted sender's @mention
      *  does not raise the caller's alert
      *----------------------------------------------------------------
       77 chat-mute-file-fs pic 9(02).
       77 mute-eof         pic x(03) value space.
       01 mute-tab.
        02 mute-entry occurs 50.
         03 mt-handle      pic x(30).
       77 mute-count       pic 9(02) value zero.
       77 wmt-k            pic 9(02) value zero.
       77 wmt-rp           pic 9(03) value zero.
       77 wmute-seek       pic x(30) value space.
       77 mute-hit-flag    pic x value 'N'.
          88 handle-muted     value 'Y'.
          88 handle-not-muted value 'N'.

      *  @mention plumbing (see SCAN-MENTIONS / BUMP-MENTION /
      *  CHECK-MENTION-PENDING): the chatdm shape kept per
          88 room-pw-ok      value 'Y'.
          88 room-pw-not-ok  value 'N'.
       77 wreg-password   pic x(20) value space.
      *  members-only rooms (see CHECK-ROOM-MEMBER): the roster on
      *  kozukaichatroster.dat decides, and the ROOMMEMBER cookie
      *  (credentials username + a token folded from the account's
      *  salt and hash) spares the member a login on every request
       77 chat-roster-file-fs pic 9(2).
       77 wreg-members-only pic x(01) value space.
       77 wrm-user        pic x(20) value space.
       77 wrm-hash-disp   pic 9(09) value zero.
       77 wrm-token       pic 9(09) value zero.
       77 wrm-fail-text   pic x(40) value space.
       77 wrm-pass-flag   pic x value 'N'.
          88 wrm-pass-ok     value 'Y'.
          88 wrm-pass-not-ok value 'N'.

      *  flood control - per-handle post counting over the window's
      *  own wtime stamps, plus an outright reject of an identical
	   03 wdata    pic x(200).
           03 wtime    pic x(20).
           03 wdm-to   pic x(30).
           03 wreply-name pic x(30).
           03 wreply-time pic x(20).
           03 wedit-flag  pic x(01).

       copy chat-param.


       copy web-lock.

       copy maintcheck.

       copy auditlog.

       copy webqueryguard.
         02 filler pic x value low-value.
         02 wroomkey pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(10) value 'ROOMMEMBER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wroommember pic x(29) value space.
         02 filler pic x value low-value.
         02 filler pic x value low-value.

       77 ret-value       pic s9(9).

       77 i               pic 9(2).
       77 wroom-count      pic 9(2).
       77 chat-history-eof pic x(3) value space.

      *  reply threading (see CHECK-REPLY-PARENT / BUILD-ROOM-VIEW /
      *  BUILD-THREAD-VIEW): a reply carries its parent's handle and
      *  stamp, the same name/time pair Pin and ModDelete select a
      *  message by.  The views lay their rows out in
      *  thread-work-tab newest first and ORDER-THREAD-VIEW walks it
      *  with a small stack so each reply lands under its parent.
       01 thread-work-tab.
          02 thw-entry occurs 40.
             03 thw-color      pic x(30).
             03 thw-name       pic x(30).
             03 thw-data       pic x(200).
             03 thw-time       pic x(20).
             03 thw-dm-to      pic x(30).
             03 thw-reply-name pic x(30).
             03 thw-reply-time pic x(20).
             03 thw-edit-flag  pic x(01).
             03 thw-queued     pic x(01).
       01 thw-swap            pic x(362).
       77 thw-count           pic 9(02) value zero.
       01 thread-stack.
          02 ths-entry occurs 40.
             03 ths-row        pic 9(02).
             03 ths-depth      pic 9(02).
       77 ths-sp              pic 9(02) value zero.
      *  one archive or window row offered to GATHER-THREAD-ROW
       01 thc-row.
          02 thc-color         pic x(30).
          02 thc-name          pic x(30).
          02 thc-data          pic x(200).
          02 thc-time          pic x(20).
          02 thc-dm-to         pic x(30).
          02 thc-reply-name    pic x(30).
          02 thc-reply-time    pic x(20).
          02 thc-edit-flag     pic x(01).
       77 wth-r               pic 9(02) value zero.
       77 wth-c               pic 9(02) value zero.
       77 wth-node            pic 9(02) value zero.
       77 wth-parent          pic 9(02) value zero.
       77 wth-depth           pic 9(02) value zero.
       77 wth-hops            pic 9(02) value zero.
       77 wth-seek-name       pic x(30) value space.
       77 wth-seek-time       pic x(20) value space.
       77 wth-found-rname     pic x(30) value space.
       77 wth-found-rtime     pic x(20) value space.
       77 wth-root-name       pic x(30) value space.
       77 wth-root-time       pic x(20) value space.
       77 wth-root-taken      pic x(01) value 'N'.
       77 wth-overflow        pic x(01) value 'N'.
       77 wth-found-flag      pic x value 'N'.
          88 wth-found           value 'Y'.
          88 wth-not-found       value 'N'.
       77 wth-p               pic 9(03) value zero.

      *  poster's own corrections (see EDIT-OWN-MESSAGE): how long
      *  after posting a message may still be edited or withdrawn
       77 wenv-editmin        pic x(03) value space.
       77 wedit-minutes       pic 9(03) value 10.
       77 wedit-min-disp      pic zz9.
       77 wedit-row           pic 9(02) value zero.
      *
       77 wwdate           pic x(6).
       77 wwtime           pic x(8).
       01 wexp-dow-tab redefines wexp-dow-list.
          02 wexp-dow-name occurs 7 pic x(3).
      *----------------------------------------------------------------
       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
             perform CLEAR-COOKIE
             move corr chat-param-in to chat-param-ot
             move corr chat-param-ot to chat-param-if
             perform TRANSLATE-MESSAGE
             call 'WEB_PUSH' using chat-param-if
             call 'WEB_SHOW'
             go to 99
             perform SET-COOKIE
             move corr chat-param-in to chat-param-ot
             move corr chat-param-ot to chat-param-if
             perform TRANSLATE-MESSAGE
             call 'WEB_PUSH' using chat-param-if
             call 'WEB_SHOW'
             go to 99
             PERFORM SET-COOKIE
             move corr chat-param-in to chat-param-ot
             move corr chat-param-ot to chat-param-if
             perform TRANSLATE-MESSAGE
             call 'WEB_PUSH' using chat-param-if
             call 'WEB_SHOW'
             go to 99

          perform PEEK-READ-MARK.

          perform CHECK-MAINTENANCE.

          move 'chat_lock' to lc-lock-file.
          if (wsenddata of chat-param-in not = space
              and wmode  of chat-param-in not = "Reload")
             or wmode of chat-param-in = 'PollClose'
             or wmode of chat-param-in = 'Pin'
             or wmode of chat-param-in = 'Unpin'
             or wmode of chat-param-in = 'Edit'
             or wmode of chat-param-in = 'Retract'
             or wmode of chat-param-in = 'Mute'
             or wmode of chat-param-in = 'Unmute'
             or dm-clear-needed
             or read-mark-needed then
            set lc-lock-exclusive to true
             end-string
             move corr chat-param-in to chat-param-ot
             move corr chat-param-ot to chat-param-if
             perform TRANSLATE-MESSAGE
             call 'WEB_PUSH' using chat-param-if
             call 'WEB_SHOW'
             go to 99
          end-if.

          perform CHECK-ROOM-PASSWORD.
          move space to wmember-pw of chat-param-in.
          if room-pw-not-ok then
             call 'WEB_UNLOCK' using lc-web-lock rc
             move 'chatroompw.html' to wscreenname of chat-param-in
             if wreg-members-only = 'Y'
               string 'この部屋はメンバー専用です'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
             else
               string 'この部屋にはパスワードが必要です'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
             end-if
             move space to wsenddata of chat-param-in
             move corr chat-param-in to chat-param-ot
             move corr chat-param-ot to chat-param-if
             perform TRANSLATE-MESSAGE
             call 'WEB_PUSH' using chat-param-if
             call 'WEB_SHOW'
             go to 99
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'CHAT_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
      *----------------------------------------------------------------
       GET-COOKIE-EXPIRY section.
             move 8 to wenv-cookiehrs-num
             move 'CHAT_COOKIE_HOURS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-cookiehrs
             if wenv-cookiehrs not = space
                and wenv-cookiehrs is numeric then
               move wenv-cookiehrs to wenv-cookiehrs-num
             exit.

      *----------------------------------------------------------------
      *  CLEAR-COOKIE  -  expire the handle-name/color cookies (and
      *  the members-only room login) so the browser drops them,
      *  used by the Logout request
      *----------------------------------------------------------------
       CLEAR-COOKIE SECTION.
       00.
          move space                        to web-value.
          move 'Thu, 01-Jan-1970 00:00:00'   to web-expires.
          call 'WEB_SET_COOKIE' using WEB-COOKIE RC.

          initialize  web-cookie.
          move 'ROOMMEMBER'                 to web-name.
          move space                        to web-value.
          move 'Thu, 01-Jan-1970 00:00:00'   to web-expires.
          call 'WEB_SET_COOKIE' using WEB-COOKIE RC.
       99.
          EXIT.

              move wdata  of chat-rec to wdata  of wchat-rec-tab (i)
              move wtime  of chat-rec to wtime  of wchat-rec-tab (i)
              move wdm-to of chat-rec to wdm-to of wchat-rec-tab (i)
              move wreply-name of chat-rec
                to wreply-name of wchat-rec-tab (i)
              move wreply-time of chat-rec
                to wreply-time of wchat-rec-tab (i)
              move wedit-flag of chat-rec
                to wedit-flag of wchat-rec-tab (i)
              read chat-file
               at end
                 move 'EOF' to chat-rec-eof
          close chat-file.

          move space to werrmsg of chat-param-in.
          if mtc-refused
            move mtc-banner to werrmsg of chat-param-in
          end-if.

          if wmode of chat-param-in = 'PollOpen'
            perform OPEN-POLL
          if wmode of chat-param-in = 'Unpin'
            perform UNPIN-MESSAGE
          end-if.
          if wmode of chat-param-in = 'Edit'
             or wmode of chat-param-in = 'Retract'
      *     a correction never posts as a new message
            perform EDIT-OWN-MESSAGE
            move space to wsenddata of chat-param-in
          end-if.
          if wmode of chat-param-in = 'Mute'
            perform ADD-MUTE
          end-if.
          if wmode of chat-param-in = 'Unmute'
            perform REMOVE-MUTE
          end-if.

          if wsenddata of chat-param-in (1:1) = '!'
             and wmode of chat-param-in not = 'Reload'
      *     a shopping-list command is answered in place of the
      *     message; a check-off with an amount runs the !spend
      *     path itself
            perform SHOPPING-LIST-FROM-CHAT
          end-if.

          if wsenddata of chat-param-in (1:7) = '!spend '
             and wmode of chat-param-in not = 'Reload'
            perform QUICK-SPEND-FROM-CHAT
          end-if.

          if wsenddata of chat-param-in (1:1) = '!'
             and wmode of chat-param-in not = 'Reload'
      *     a ledger question is answered in place of the message,
      *     in the room or by DM to the asker
            perform LEDGER-QUERY-FROM-CHAT
          end-if.

          if wmode of chat-param-in not = "Reload"
             and wmode of chat-param-in not = "ModDelete"
             and wmode of chat-param-in not = "PollOpen"
             and wmode of chat-param-in not = "PollClose"
             and wmode of chat-param-in not = "Pin"
             and wmode of chat-param-in not = "Unpin"
             and wmode of chat-param-in not = "Thread"
             and wmode of chat-param-in not = "Edit"
             and wmode of chat-param-in not = "Retract"
             and wmode of chat-param-in not = "Original"
             and wmode of chat-param-in not = "Mute"
             and wmode of chat-param-in not = "Unmute"
             and wsenddata of chat-param-in = space then
            string 'メッセージが空のため送信できません'
                   delimited size
            perform CHECK-NG-WORDS
          end-if.

          if wsenddata of chat-param-in not = space
            and wmode  of chat-param-in not = "Reload" then
            perform CHECK-REPLY-PARENT
          end-if.

          if wsenddata of chat-param-in not = space
            and wmode  of chat-param-in not = "Reload" then
           if wsenddata of chat-param-in (200:1) not = space then
           move wcolor of chat-param-in to wcolor of wchat-rec-tab (1)
           move wsenddata of chat-param-in to wdata of wchat-rec-tab (1)
           move wdm-to of chat-param-in to wdm-to of wchat-rec-tab (1)
           move wreply-name of chat-param-in
             to wreply-name of wchat-rec-tab (1)
           move wreply-time of chat-param-in
             to wreply-time of wchat-rec-tab (1)
           move space to wedit-flag of wchat-rec-tab (1)
           string
              wwdate(1:2) delimited size
              '/'         delimited size
             move wdata  of wchat-rec-tab (i) to wdata  of chat-rec
             move wtime  of wchat-rec-tab (i) to wtime  of chat-rec
             move wdm-to of wchat-rec-tab (i) to wdm-to of chat-rec
             move wreply-name of wchat-rec-tab (i)
               to wreply-name of chat-rec
             move wreply-time of wchat-rec-tab (i)
               to wreply-time of chat-rec
             move wedit-flag of wchat-rec-tab (i)
               to wedit-flag of chat-rec
             write chat-rec
           end-perform
           close chat-file
           perform AUDIT-WRITE
           move space to wsenddata of chat-param-in
           move space to wdm-to    of chat-param-in
           move space to wreply-name of chat-param-in
           move space to wreply-time of chat-param-in
          end-if.

          if wlq-handle not = space
      *     the asker's own handle back, so the view (and a DM
      *     answer in it) is drawn for them
            move wlq-handle to wname of chat-param-in
            move space to wlq-handle
          end-if.

          if wmode of chat-param-in = 'ModDelete' then
            perform MOD-DELETE-ENTRY
          end-if.

          perform LOAD-MUTE-LIST.

          evaluate wmode of chat-param-in
            when 'Thread'
              perform BUILD-THREAD-VIEW
            when 'Original'
              perform SHOW-ORIGINALS
            when other
              perform BUILD-ROOM-VIEW
          end-evaluate.

          perform LOAD-POLL-VIEW.

          perform LOAD-PIN-VIEW.

          perform LOAD-SHOP-DUE-VIEW.

          perform COMPUTE-UNREAD.
          if read-mark-needed
            perform UPDATE-READ-MARK
          move corr chat-param-in  to chat-param-ot.
          move corr chat-param-ot  to chat-param-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using chat-param-if.
      *   call 'WEB_SHOW'.
       99.
                 if wmn-len > zero
                    and wmn-handle not = wname of chat-param-in
                   perform CHECK-MENTION-HANDLE
                   if wmn-valid = 'Y'
                     perform CHECK-MENTION-MUTED
                   end-if
                   if wmn-valid = 'Y'
                     perform BUMP-MENTION
                   end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-MENTION-MUTED  -  a target who has muted the sender,
      *  in this room or everywhere, gets no alert from the mention
      *----------------------------------------------------------------
       CHECK-MENTION-MUTED section.
             open input chat-mute-file
             if chat-mute-file-fs not = zero
               go to CHECK-MENTION-MUTED-EXIT
             end-if
             move wmn-handle to mute-owner
             move wroom of chat-param-in to mute-room
             move wname of chat-param-in to mute-handle
             read chat-mute-file
               invalid key
                 move space to mute-room
                 read chat-mute-file
                   invalid key continue
                   not invalid key move 'N' to wmn-valid
                 end-read
               not invalid key move 'N' to wmn-valid
             end-read
             close chat-mute-file.
       CHECK-MENTION-MUTED-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUMP-MENTION  -  the target's mention row, the same
      *  read-or-create-then-bump BUMP-DM-PENDING runs on chatdm
             move space to wqs-note
             move space to wqs-member
             move zero to wqs-money
             move zero to wqs-budget
             move zero to wqs-month-out
             set qspend-not-posted to true
             set qspend-not-over to true

      *      the handle must map to a live credential
             move wname of chat-param-in (1:20) to cred-username
      *      refuses and points there instead of routing around the
      *      control (an admin's credential passes, as on 追加)
             move zero to wapproval-thresh
             move 'KOZUKAI_APPROVAL_THRESHOLD' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-appthresh
             if wenv-appthresh not = space
                and wenv-appthresh numeric
               move wenv-appthresh to wapproval-thresh
             if wapproval-thresh > zero
                and wqs-money > wapproval-thresh
                and not cred-role-admin
               move space to wsenddata of chat-param-in
               string '!spend 失敗: 要承認額は家計簿画面で'
                        delimited size
                 into wsenddata of chat-param-in
                 go to QUICK-SPEND-FROM-CHAT-EXIT
             end-read
             close category-file
      *      the budget check a keyed 追加 makes follows the post:
      *      the ceiling is the budget plus the envelope carryover
             if category-budget > zero
               move category-budget to wqs-budget
               open input envelope-file
               if envelope-file-fs = zero
                 move wqs-category to env-category
                 read envelope-file
                   invalid key continue
                   not invalid key add env-balance to wqs-budget
                 end-read
                 close envelope-file
               end-if
             end-if

             move 'category.dat' to fzc-category-file
             move wqs-category to fzc-category
             accept fzc-date from date yyyymmdd
             call 'kozukaifreezecheck' using freeze-check-area
             if fzc-frozen
               move space to wsenddata of chat-param-in
               string '!spend 失敗: 凍結中の分類です'
                        delimited size
                 into wsenddata of chat-param-in
               end-string
               move 'SYSTEM' to wname of chat-param-in
               go to QUICK-SPEND-FROM-CHAT-EXIT
             end-if

             move 'kozukai_lock' to lc2-lock-file
             set lc2-lock-exclusive to true
             call 'WEB_LOCK' using lc2-web-lock rc2
             if rc2 not = zero
               move space to wsenddata of chat-param-in
               string '!spend 失敗: 台帳が使用中です'
                        delimited size
                 into wsenddata of chat-param-in
               move wqs-member to wmember of kozukai-rec
               move 'JPY' to wcurrency of kozukai-rec
               perform varying wqs-sec from 0 by 1
                   until wqs-sec > 999 or qspend-posted
                 move wqs-sec to wdate-sec of kozukai-rec
                 write kozukai-rec
                   invalid key continue
               perform AUDIT-WRITE
               move wqs-money to wqs-money-disp
               move space to wsenddata of chat-param-in
               move 1 to wqs-ptr
               string '!spend 登録: ' delimited size
                      wqs-category    delimited by '  '
                      ' '             delimited size
                      wname of chat-param-in delimited by '  '
                      ')'             delimited size
                 into wsenddata of chat-param-in
                 with pointer wqs-ptr
               end-string
               if qspend-over
                 string ' 今月の予算を超過しています'
                          delimited size
                   into wsenddata of chat-param-in
                   with pointer wqs-ptr
                 end-string
               end-if
               move 'SYSTEM' to wname of chat-param-in
             else
               move space to wsenddata of chat-param-in
               string '!spend 失敗: 登録できません'
                        delimited size
                 into wsenddata of chat-param-in
               invalid key continue
               not invalid key
                 add money of kozukai-rec to tot-out-total
                 move tot-out-total to wqs-month-out
                 if wqs-budget not = zero
                    and wqs-month-out > wqs-budget
                   set qspend-over to true
                 end-if
                 accept wnow-date from date yyyymmdd
                 accept wnow-time from time
                 string wnow-date delimited size
      *  room as SYSTEM lines so the sender sees why in place
      *----------------------------------------------------------------
       QSPEND-ECHO-NOCRED section.
             move space to wsenddata of chat-param-in
             string '!spend 失敗: 認証情報がありません'
                      delimited size
               into wsenddata of chat-param-in
             exit.

       QSPEND-ECHO-BADFORM section.
             move space to wsenddata of chat-param-in
             string '!spend 失敗: 金額 分類 [摘要]'
                      delimited size
               into wsenddata of chat-param-in
             exit.

       QSPEND-ECHO-BADCAT section.
             move space to wsenddata of chat-param-in
             string '!spend 失敗: 未登録の分類です'
                      delimited size
               into wsenddata of chat-param-in
             exit.

      *----------------------------------------------------------------
      *  SHOPPING-LIST-FROM-CHAT  -  the room's shopping list:
      *  "!買う 品目" adds an item under the room's next number,
      *  "!買い物" lists the open ones, "!買った 番号
      *  [金額 分類]" checks one off.  The outcome replaces the
      *  message as a SYSTEM line in the room
      *----------------------------------------------------------------
       SHOPPING-LIST-FROM-CHAT section.
             evaluate true
               when wsenddata of chat-param-in (1:8) = '!買う '
                 continue
               when wsenddata of chat-param-in (1:11) = '!買い物 '
                 continue
               when wsenddata of chat-param-in (1:11) = '!買った '
                 continue
               when other
                 go to SHOPPING-LIST-FROM-CHAT-EXIT
             end-evaluate
             move wname of chat-param-in to wsh-handle
             move wname of chat-param-in to wlq-handle
             move space to wsh-reply
             move 1 to wsh-rp
             accept wsh-today from date yyyymmdd

             open i-o shop-file
             if shop-file-fs not = zero
               open output shop-file
               close shop-file
               open i-o shop-file
             end-if
             if shop-file-fs not = zero
               string '!買い物 失敗: 一覧を開けません'
                        delimited size
                 into wsh-reply
               end-string
               move wsh-reply to wsenddata of chat-param-in
               move 'SYSTEM' to wname of chat-param-in
               go to SHOPPING-LIST-FROM-CHAT-EXIT
             end-if
             evaluate true
               when wsenddata of chat-param-in (1:8) = '!買う '
                 perform SHOP-ADD-ITEM
               when wsenddata of chat-param-in (1:11) = '!買い物 '
                 perform SHOP-LIST-ITEMS
               when other
                 perform SHOP-CHECK-OFF
             end-evaluate
             close shop-file
             move wsh-reply to wsenddata of chat-param-in
             move 'SYSTEM' to wname of chat-param-in.
       SHOPPING-LIST-FROM-CHAT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SHOP-ADD-ITEM  -  the text after "!買う" (40 bytes at most)
      *  as a new open item, numbered one past the room's highest
      *----------------------------------------------------------------
       SHOP-ADD-ITEM section.
             move 9 to wsh-ptr
             perform until wsh-ptr > 200
                or wsenddata of chat-param-in (wsh-ptr:1) not = space
               add 1 to wsh-ptr
             end-perform
             if wsh-ptr > 200
               string '!買う 失敗: '
                        delimited size
                      '品目を指定してください'
                        delimited size
                 into wsh-reply
               end-string
               go to SHOP-ADD-ITEM-EXIT
             end-if
             compute wsh-token-len = 201 - wsh-ptr
             if wsh-token-len > 40
               move 40 to wsh-token-len
             end-if
             move space to wsh-item
             move wsenddata of chat-param-in (wsh-ptr:wsh-token-len)
               to wsh-item

             move zero to wsh-no
             move wroom of chat-param-in to shop-room
             move 9999 to shop-no
             start shop-file key is < shop-key
               invalid key continue
               not invalid key
                 read shop-file previous record
                   at end continue
                   not at end
                     if shop-room = wroom of chat-param-in
                       move shop-no to wsh-no
                     end-if
                 end-read
             end-start
             if wsh-no >= 9999
               string '!買う 失敗: '
                        delimited size
                      '番号が上限に達しています'
                        delimited size
                 into wsh-reply
               end-string
               go to SHOP-ADD-ITEM-EXIT
             end-if

             initialize shop-rec
             move wroom of chat-param-in to shop-room
             compute shop-no = wsh-no + 1
             move wsh-item to shop-item
             move wsh-handle to shop-added-by
             move wsh-today to shop-added-date
             move 'O' to shop-status
             perform STAMP-SHOP-ITEM
             write shop-rec
               invalid key
                 string '!買う 失敗: 登録できません'
                          delimited size
                   into wsh-reply
                 end-string
                 go to SHOP-ADD-ITEM-EXIT
             end-write
             perform SHOP-EDIT-NO
             string '!買う 追加: #'   delimited size
                    wsh-no-text       delimited space
                    ' '               delimited size
                    shop-item         delimited '  '
                    ' ('              delimited size
                    wsh-handle        delimited '  '
                    ')'               delimited size
               into wsh-reply
             end-string.
       SHOP-ADD-ITEM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SHOP-LIST-ITEMS  -  the room's open items in number order,
      *  as many as the line holds and a count of the rest
      *----------------------------------------------------------------
       SHOP-LIST-ITEMS section.
             string '!買い物:' delimited size
               into wsh-reply with pointer wsh-rp
             end-string
             move zero to wsh-more
             move zero to wsh-no
             move wroom of chat-param-in to shop-room
             move zero to shop-no
             move space to shop-eof
             start shop-file key is >= shop-key
               invalid key move 'EOF' to shop-eof
             end-start
             if shop-eof not = 'EOF'
               read shop-file next record
                 at end move 'EOF' to shop-eof
               end-read
             end-if
             perform until shop-eof = 'EOF'
                or shop-room not = wroom of chat-param-in
               if shop-open
                 add 1 to wsh-no
                 perform SHOP-APPEND-ITEM
               end-if
               read shop-file next record
                 at end move 'EOF' to shop-eof
               end-read
             end-perform
             if wsh-no = zero
               string ' 未購入の品目はありません'
                        delimited size
                 into wsh-reply with pointer wsh-rp
               end-string
             end-if
             perform SHOP-APPEND-MORE
             exit.

      *----------------------------------------------------------------
      *  SHOP-APPEND-ITEM  -  " #番号 品目" onto wsh-reply while it
      *  fits, otherwise counted into wsh-more; SHOP-APPEND-MORE
      *  closes the line with " 他N件"
      *----------------------------------------------------------------
       SHOP-APPEND-ITEM section.
             move 40 to wsh-item-len
             perform until wsh-item-len = zero
                or shop-item (wsh-item-len:1) not = space
               subtract 1 from wsh-item-len
             end-perform
             if wsh-item-len = zero
               move 1 to wsh-item-len
             end-if
             if wsh-rp + wsh-item-len + 20 > 200
               add 1 to wsh-more
               go to SHOP-APPEND-ITEM-EXIT
             end-if
             perform SHOP-EDIT-NO
             string ' #'                        delimited size
                    wsh-no-text                 delimited space
                    ' '                         delimited size
                    shop-item (1:wsh-item-len)  delimited size
               into wsh-reply with pointer wsh-rp
             end-string.
       SHOP-APPEND-ITEM-EXIT.
             exit.

       SHOP-APPEND-MORE section.
             if wsh-more > zero
               move wsh-more to wlq-amt
               perform LQ-EDIT-AMOUNT
               string ' 他'           delimited size
                      wlq-amt-text    delimited space
                      '件'            delimited size
                 into wsh-reply with pointer wsh-rp
               end-string
             end-if
             exit.

      *----------------------------------------------------------------
      *  SHOP-CHECK-OFF  -  "!買った 番号" marks the item bought;
      *  with "金額 分類" after it the purchase is first posted as
      *  "!spend 金額 分類 品目" through QUICK-SPEND-FROM-CHAT, so
      *  the credential, approval, freeze and budget rules are the
      *  ones !spend applies, and the item is only checked off once
      *  the OUT row is on the ledger
      *----------------------------------------------------------------
       SHOP-CHECK-OFF section.
             move 12 to wsh-ptr
             move space to wsh-token
             move zero to wsh-token-len
             unstring wsenddata of chat-param-in (1:200)
               delimited by all space
               into wsh-token count in wsh-token-len
               with pointer wsh-ptr
             end-unstring
             if wsh-token-len = zero or wsh-token-len > 4
               move 'X' to wsh-token (1:1)
               move 1 to wsh-token-len
             end-if
             if wsh-token (1:wsh-token-len) not numeric
               string '!買った 失敗: 番号 [金額 分類]'
                        delimited size
                 into wsh-reply
               end-string
               go to SHOP-CHECK-OFF-EXIT
             end-if
             move wroom of chat-param-in to shop-room
             compute shop-no =
                function numval(wsh-token (1:wsh-token-len))
             read shop-file
               invalid key
                 move 'B' to shop-status
             end-read
             if not shop-open
               string '!買った 失敗: '
                        delimited size
                      '該当する品目がありません'
                        delimited size
                 into wsh-reply
               end-string
               go to SHOP-CHECK-OFF-EXIT
             end-if
             perform SHOP-EDIT-NO

             move space to wsh-amount
             move zero to wsh-amount-len
             unstring wsenddata of chat-param-in (1:200)
               delimited by all space
               into wsh-amount count in wsh-amount-len
               with pointer wsh-ptr
             end-unstring
             if wsh-amount-len = zero
               move zero to shop-money
               perform SHOP-MARK-BOUGHT
               string '!買った 済: #'  delimited size
                      wsh-no-text      delimited space
                      ' '              delimited size
                      shop-item        delimited '  '
                      ' ('             delimited size
                      wsh-handle       delimited '  '
                      ')'              delimited size
                 into wsh-reply
               end-string
               go to SHOP-CHECK-OFF-EXIT
             end-if
             move space to wsh-token
             move zero to wsh-token-len
             unstring wsenddata of chat-param-in (1:200)
               delimited by all space
               into wsh-token count in wsh-token-len
               with pointer wsh-ptr
             end-unstring
             if wsh-token-len = zero or wsh-amount-len > 9
               string '!買った 失敗: 番号 [金額 分類]'
                        delimited size
                 into wsh-reply
               end-string
               go to SHOP-CHECK-OFF-EXIT
             end-if

             move space to wsenddata of chat-param-in
             string '!spend '                     delimited size
                    wsh-amount (1:wsh-amount-len) delimited size
                    ' '                           delimited size
                    wsh-token (1:wsh-token-len)   delimited size
                    ' '                           delimited size
                    shop-item                     delimited size
               into wsenddata of chat-param-in
             end-string
             perform QUICK-SPEND-FROM-CHAT
      *      the !spend echo without its "!spend " prefix
             move wsenddata of chat-param-in (8:193) to wsh-outcome
             if qspend-posted
               move wqs-money to shop-money
               move wqs-category to shop-category
               move kozukai-key of kozukai-rec to shop-ledger-key
               perform SHOP-MARK-BOUGHT
               string '!買った 済: #'  delimited size
                      wsh-no-text      delimited space
                      ' '              delimited size
                      shop-item        delimited '  '
                      ' / '            delimited size
                      wsh-outcome      delimited size
                 into wsh-reply
               end-string
             else
               string '!買った #'      delimited size
                      wsh-no-text      delimited space
                      ' '              delimited size
                      shop-item        delimited '  '
                      ' 未完了 / '     delimited size
                      wsh-outcome      delimited size
                 into wsh-reply
               end-string
             end-if.
       SHOP-CHECK-OFF-EXIT.
             exit.

       SHOP-MARK-BOUGHT section.
             move 'B' to shop-status
             move wsh-handle to shop-bought-by
             move wsh-today to shop-bought-date
             perform STAMP-SHOP-ITEM
             rewrite shop-rec
             exit.

       STAMP-SHOP-ITEM section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into shop-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  SHOP-EDIT-NO  -  shop-no into wsh-no-text without the
      *  leading blanks
      *----------------------------------------------------------------
       SHOP-EDIT-NO section.
             move shop-no to wsh-no-disp
             move zero to wsh-lead
             inspect wsh-no-disp tallying wsh-lead for leading space
             move space to wsh-no-text
             move wsh-no-disp (wsh-lead + 1:) to wsh-no-text
             exit.

      *----------------------------------------------------------------
      *  LOAD-SHOP-DUE-VIEW  -  the room's items still unbought a
      *  week after they were added, drawn above the window (like
      *  the pin) until someone checks them off
      *----------------------------------------------------------------
       LOAD-SHOP-DUE-VIEW section.
             move space to wshop-due of chat-param-in
             accept wsh-today from date yyyymmdd
             move wsh-today to wsh-num
             compute wsh-int = function integer-of-date(wsh-num) - 7
             compute wsh-num = function date-of-integer(wsh-int)
             move wsh-num to wsh-stale-date
             open input shop-file
             if shop-file-fs not = zero
               go to LOAD-SHOP-DUE-VIEW-EXIT
             end-if
             move space to wsh-reply
             move 1 to wsh-rp
             string '1週間以上未購入:' delimited size
               into wsh-reply with pointer wsh-rp
             end-string
             move zero to wsh-more
             move zero to wsh-no
             move wroom of chat-param-in to shop-room
             move zero to shop-no
             move space to shop-eof
             start shop-file key is >= shop-key
               invalid key move 'EOF' to shop-eof
             end-start
             if shop-eof not = 'EOF'
               read shop-file next record
                 at end move 'EOF' to shop-eof
               end-read
             end-if
             perform until shop-eof = 'EOF'
                or shop-room not = wroom of chat-param-in
               if shop-open and shop-added-date <= wsh-stale-date
                 add 1 to wsh-no
                 perform SHOP-APPEND-ITEM
               end-if
               read shop-file next record
                 at end move 'EOF' to shop-eof
               end-read
             end-perform
             close shop-file
             if wsh-no = zero
               go to LOAD-SHOP-DUE-VIEW-EXIT
             end-if
             perform SHOP-APPEND-MORE
             move space to wesc-in
             move wsh-reply to wesc-in
             perform ESCAPE-HTML
             move wesc-out to wshop-due of chat-param-in.
       LOAD-SHOP-DUE-VIEW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LEDGER-QUERY-FROM-CHAT  -  "!残高" the running balance,
      *  "!予算 分類" the category's month-to-date OUT against its
      *  budget plus envelope carryover, "!今月" the month's five
      *  largest categories, "!借り" the asker's open IOUs.  The
      *  handle must map to an unlocked credential (a viewer may
      *  ask - nothing is written); the answer replaces the message
      *  as a SYSTEM line, a DM to the asker when it is personal
      *----------------------------------------------------------------
       LEDGER-QUERY-FROM-CHAT section.
             move space to wlq-cmd
             evaluate true
               when wsenddata of chat-param-in (1:8) = '!残高 '
                 move '!残高' to wlq-cmd
               when wsenddata of chat-param-in (1:8) = '!予算 '
                 move '!予算' to wlq-cmd
               when wsenddata of chat-param-in (1:8) = '!今月 '
                 move '!今月' to wlq-cmd
               when wsenddata of chat-param-in (1:8) = '!借り '
                 move '!借り' to wlq-cmd
               when other
                 go to LEDGER-QUERY-FROM-CHAT-EXIT
             end-evaluate
             move wname of chat-param-in to wlq-handle
             if wlq-cmd = '!借り'
               set lq-by-dm to true
             else
               set lq-in-room to true
             end-if

      *      the handle must map to a live credential
             move wname of chat-param-in (1:20) to cred-username
             open input credentials-file
             if credentials-file-fs not = zero
               move '認証情報がありません' to wlq-why
               perform LQ-ECHO-FAIL
               go to LEDGER-QUERY-FROM-CHAT-EXIT
             end-if
             read credentials-file
               invalid key
                 close credentials-file
                 move '認証情報がありません' to wlq-why
                 perform LQ-ECHO-FAIL
                 go to LEDGER-QUERY-FROM-CHAT-EXIT
             end-read
             close credentials-file
             if cred-is-locked
               move '認証情報がありません' to wlq-why
               perform LQ-ECHO-FAIL
               go to LEDGER-QUERY-FROM-CHAT-EXIT
             end-if
             move cred-member to wlq-member
             if wlq-member not = space
               set lq-by-dm to true
             end-if
             if wlq-cmd = '!借り' and wlq-member = space
               move 'メンバーが紐付いていません' to wlq-why
               perform LQ-ECHO-FAIL
               go to LEDGER-QUERY-FROM-CHAT-EXIT
             end-if

      *      "!予算" names its category as the next token
             move space to wlq-category
             if wlq-cmd = '!予算'
               move 9 to wlq-ptr
               move space to wlq-token
               move zero to wlq-token-len
               unstring wsenddata of chat-param-in (1:200)
                 delimited by all space
                 into wlq-token count in wlq-token-len
                 with pointer wlq-ptr
               end-unstring
               if wlq-token-len = zero
                 move '!予算 分類 の形で指定してください'
                   to wlq-why
                 perform LQ-ECHO-FAIL
                 go to LEDGER-QUERY-FROM-CHAT-EXIT
               end-if
               move wlq-token (1:20) to wlq-category
             end-if

             move 'kozukai_lock' to lc2-lock-file
             set lc2-lock-share to true
             call 'WEB_LOCK' using lc2-web-lock rc2
             if rc2 not = zero
               move '台帳が使用中です' to wlq-why
               perform LQ-ECHO-FAIL
               go to LEDGER-QUERY-FROM-CHAT-EXIT
             end-if
             move space to wlq-reply
             move 1 to wlq-rp
             evaluate wlq-cmd
               when '!借り'
                 perform LQ-OPEN-IOUS
               when other
                 perform LQ-SCAN-LEDGER
                 evaluate wlq-cmd
                   when '!残高' perform LQ-BALANCE
                   when '!予算' perform LQ-BUDGET
                   when '!今月' perform LQ-TOP-FIVE
                 end-evaluate
             end-evaluate
             call 'WEB_UNLOCK' using lc2-web-lock rc2
             perform LQ-SEND.
       LEDGER-QUERY-FROM-CHAT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LQ-SCAN-LEDGER  -  one pass over kozukai.dat the way the
      *  dashboard makes it: every visible row moves the running
      *  balance in JPY, and this month's OUT (adjustments aside, a
      *  refund of this month's purchase taken back off) folds into
      *  the per-category table
      *----------------------------------------------------------------
       LQ-SCAN-LEDGER section.
             move zero to wlq-balance
             move zero to wlq-cat-count
             move zero to wlq-cat-out
             accept wts-date8 from date yyyymmdd
             move wts-date8 (1:6) to wlq-this-ym
             perform LOAD-RATE-TABLE
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to LQ-SCAN-LEDGER-EXIT
             end-if
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if wlq-member = space
                  or wmember of kozukai-rec = space
                  or wmember of kozukai-rec = wlq-member
                 perform LQ-FOLD-ROW
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       LQ-SCAN-LEDGER-EXIT.
             exit.

       LQ-FOLD-ROW section.
             perform LOOKUP-EXCHANGE-RATE
             compute wlq-money-jpy = money of kozukai-rec * wexch-rate
             if in-or-out of kozukai-rec = '1'
               add wlq-money-jpy to wlq-balance
             else
               subtract wlq-money-jpy from wlq-balance
             end-if
             if wreason-code of kozukai-rec not = space
               go to LQ-FOLD-ROW-EXIT
             end-if
             if wrefund-of of kozukai-rec (1:6) = wlq-this-ym
               compute wlq-signed = zero - wlq-money-jpy
               perform LQ-FOLD-CATEGORY
             end-if
             if wdate-rec of kozukai-rec (1:6) = wlq-this-ym
                and wrefund-of of kozukai-rec = space
                and in-or-out of kozukai-rec not = '1'
               move wlq-money-jpy to wlq-signed
               perform LQ-FOLD-CATEGORY
             end-if.
       LQ-FOLD-ROW-EXIT.
             exit.

       LQ-FOLD-CATEGORY section.
             if wcategory of kozukai-rec = wlq-category
               add wlq-signed to wlq-cat-out
             end-if
             move zero to wlq-best
             perform varying wlq-k from 1 by 1
                until wlq-k > wlq-cat-count
               if wlq-cat-name (wlq-k) = wcategory of kozukai-rec
                 move wlq-k to wlq-best
                 exit perform
               end-if
             end-perform
             if wlq-best = zero
               if wlq-cat-count >= 30
                 go to LQ-FOLD-CATEGORY-EXIT
               end-if
               add 1 to wlq-cat-count
               move wlq-cat-count to wlq-best
               move wcategory of kozukai-rec to wlq-cat-name (wlq-best)
               move zero to wlq-cat-total (wlq-best)
               move 'N' to wlq-cat-taken (wlq-best)
             end-if
             add wlq-signed to wlq-cat-total (wlq-best).
       LQ-FOLD-CATEGORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LQ-BALANCE  -  "!残高: 現在残高 123,456円"
      *----------------------------------------------------------------
       LQ-BALANCE section.
             move wlq-balance to wlq-amt
             perform LQ-EDIT-AMOUNT
             string '!残高: 現在残高 ' delimited size
                    wlq-amt-text      delimited space
                    '円'              delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             perform LQ-MEMBER-NOTE
             exit.

      *----------------------------------------------------------------
      *  LQ-BUDGET  -  the category's month-to-date OUT against its
      *  budget with the envelope carryover added, the ceiling
      *  CHECK-BUDGET gates a posting with, and what is left of it
      *----------------------------------------------------------------
       LQ-BUDGET section.
             move zero to wlq-budget
             move zero to wlq-envelope
             open input category-file
             if category-file-fs not = zero
               move '未登録の分類です' to wlq-why
               perform LQ-FAIL-TEXT
               go to LQ-BUDGET-EXIT
             end-if
             move wlq-category to category-key
             read category-file
               invalid key
                 close category-file
                 move '未登録の分類です' to wlq-why
                 perform LQ-FAIL-TEXT
                 go to LQ-BUDGET-EXIT
             end-read
             close category-file
             move category-budget to wlq-budget
             open input envelope-file
             if envelope-file-fs = zero
               move wlq-category to env-category
               read envelope-file
                 invalid key continue
                 not invalid key move env-balance to wlq-envelope
               end-read
               close envelope-file
             end-if

             string '!予算 '      delimited size
                    wlq-category  delimited '  '
                    ': 今月 '     delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             move wlq-cat-out to wlq-amt
             perform LQ-EDIT-AMOUNT
             string wlq-amt-text  delimited space
                    '円'          delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             if wlq-budget = zero
               string ' (予算なし)' delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
               perform LQ-MEMBER-NOTE
               go to LQ-BUDGET-EXIT
             end-if
             move wlq-budget to wlq-amt
             perform LQ-EDIT-AMOUNT
             string ' / 予算 '    delimited size
                    wlq-amt-text  delimited space
                    '円'          delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             if wlq-envelope not = zero
               move wlq-envelope to wlq-amt
               perform LQ-EDIT-AMOUNT
               string ' + 繰越 '  delimited size
                      wlq-amt-text delimited space
                      '円'        delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
             end-if
             compute wlq-amt = wlq-budget + wlq-envelope - wlq-cat-out
             perform LQ-EDIT-AMOUNT
             if wlq-amt < zero
               string ' 超過 '    delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
               compute wlq-amt = zero - wlq-amt
               perform LQ-EDIT-AMOUNT
             else
               string ' 残り '    delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
             end-if
             string wlq-amt-text  delimited space
                    '円'          delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             perform LQ-MEMBER-NOTE.
       LQ-BUDGET-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LQ-TOP-FIVE  -  the month's five largest OUT categories,
      *  largest first
      *----------------------------------------------------------------
       LQ-TOP-FIVE section.
             string '!今月 ' delimited size
                    wlq-this-ym (1:4) delimited size
                    '/'      delimited size
                    wlq-this-ym (5:2) delimited size
                    ':'      delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             perform varying wlq-rank from 1 by 1 until wlq-rank > 5
               move zero to wlq-best
               perform varying wlq-k from 1 by 1
                  until wlq-k > wlq-cat-count
                 if wlq-cat-taken (wlq-k) = 'N'
                    and wlq-cat-total (wlq-k) > zero
                    and (wlq-best = zero
                         or wlq-cat-total (wlq-k)
                              > wlq-cat-total (wlq-best))
                   move wlq-k to wlq-best
                 end-if
               end-perform
               if wlq-best = zero
                 exit perform
               end-if
               move 'Y' to wlq-cat-taken (wlq-best)
               move wlq-cat-total (wlq-best) to wlq-amt
               perform LQ-EDIT-AMOUNT
               string ' '                     delimited size
                      wlq-cat-name (wlq-best) delimited '  '
                      ' '                     delimited size
                      wlq-amt-text            delimited space
                      '円'                    delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
             end-perform
             if wlq-rank = 1
               string ' 支出はまだありません' delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
             end-if
             perform LQ-MEMBER-NOTE
             exit.

      *----------------------------------------------------------------
      *  LQ-OPEN-IOUS  -  the asker's member's open IOUs, what they
      *  are owed (lender) against what they owe (borrower)
      *----------------------------------------------------------------
       LQ-OPEN-IOUS section.
             move zero to wlq-lent
             move zero to wlq-owed
             move zero to wlq-lent-cnt
             move zero to wlq-owed-cnt
             open input iou-file
             if iou-file-fs = zero
               move space to iou-eof
               read iou-file next record
                 at end move 'EOF' to iou-eof
               end-read
               perform until iou-eof = 'EOF'
                 if iou-is-open
                   if iou-lender = wlq-member
                     add iou-money to wlq-lent
                     add 1 to wlq-lent-cnt
                   end-if
                   if iou-borrower = wlq-member
                     add iou-money to wlq-owed
                     add 1 to wlq-owed-cnt
                   end-if
                 end-if
                 read iou-file next record
                   at end move 'EOF' to iou-eof
                 end-read
               end-perform
               close iou-file
             end-if

             string '!借り '      delimited size
                    wlq-member    delimited '  '
                    ': 借り '     delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             move wlq-owed to wlq-amt
             perform LQ-EDIT-AMOUNT
             move wlq-owed-cnt to wlq-cnt-disp
             string wlq-amt-text  delimited space
                    '円 ('        delimited size
                    wlq-cnt-disp  delimited size
                    '件) / 貸し ' delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             move wlq-lent to wlq-amt
             perform LQ-EDIT-AMOUNT
             move wlq-lent-cnt to wlq-cnt-disp
             string wlq-amt-text  delimited space
                    '円 ('        delimited size
                    wlq-cnt-disp  delimited size
                    '件)'         delimited size
               into wlq-reply with pointer wlq-rp
             end-string
             exit.

      *----------------------------------------------------------------
      *  LQ-MEMBER-NOTE  -  a member-fenced figure says whose it is
      *----------------------------------------------------------------
       LQ-MEMBER-NOTE section.
             if wlq-member not = space
               string ' ('        delimited size
                      wlq-member  delimited '  '
                      '分)'       delimited size
                 into wlq-reply with pointer wlq-rp
               end-string
             end-if
             exit.

      *----------------------------------------------------------------
      *  LQ-EDIT-AMOUNT  -  wlq-amt edited into wlq-amt-text with
      *  the leading blanks dropped
      *----------------------------------------------------------------
       LQ-EDIT-AMOUNT section.
             move wlq-amt to wlq-amt-disp
             move zero to wlq-lead
             inspect wlq-amt-disp tallying wlq-lead for leading space
             move space to wlq-amt-text
             move wlq-amt-disp (wlq-lead + 1:) to wlq-amt-text
             exit.

      *----------------------------------------------------------------
      *  LQ-ECHO-FAIL / LQ-FAIL-TEXT  -  "<command> 失敗: <why>",
      *  sent straight back, or left as the answer once the lock has
      *  been taken
      *----------------------------------------------------------------
       LQ-ECHO-FAIL section.
             move space to wlq-reply
             move 1 to wlq-rp
             perform LQ-FAIL-TEXT
             perform LQ-SEND
             exit.

       LQ-FAIL-TEXT section.
             move space to wlq-reply
             move 1 to wlq-rp
             string wlq-cmd       delimited space
                    ' 失敗: '     delimited size
                    wlq-why       delimited '  '
               into wlq-reply with pointer wlq-rp
             end-string
             exit.

      *----------------------------------------------------------------
      *  LQ-SEND  -  the answer replaces the message as a SYSTEM
      *  line, addressed to the asker when it is personal
      *----------------------------------------------------------------
       LQ-SEND section.
             move wlq-reply to wsenddata of chat-param-in
             move 'SYSTEM' to wname of chat-param-in
             if lq-by-dm
               move wlq-handle to wdm-to of chat-param-in
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
      *  leaves the table empty, so every conversion falls back to
      *  rate 1.00 the same way an unrecognized currency always has
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
      *  LOOKUP-EXCHANGE-RATE  -  translate wcurrency of kozukai-rec
      *  into the JPY conversion rate in effect on the record's own
      *  wdate-rec (the newest rate-from-date not after it); a blank
      *  or unrecognized currency code, or one with no rate effective
      *  yet, is treated as JPY (rate 1.00)
      *----------------------------------------------------------------
       LOOKUP-EXCHANGE-RATE section.
             move 1.00 to wexch-rate
             move space to wexch-best-date
             if wcurrency of kozukai-rec not = space then
               perform varying wexch-k from 1 by 1
                          until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) =
                    wcurrency of kozukai-rec
                    and currency-rate-from (wexch-k) not >
                        wdate-rec of kozukai-rec
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

      *----------------------------------------------------------------
      *  PEEK-READ-MARK  -  decide, before the lock mode is chosen,
      *  whether this load will move the handle's last-read pointer
      *  for the room: a keyed look at the pointer against the
      *  room's newest window line, no lock held (worst case the
      *  move waits for the next load), escalating to the exclusive
      *  lock on a hit the way PEEK-DM-CLEAR does
      *----------------------------------------------------------------
       PEEK-READ-MARK section.
             set read-mark-not-needed to true
             move space to wread-pointer
             if wname of chat-param-in = space
               go to PEEK-READ-MARK-EXIT
             end-if
             open input chatread-file
             if chatread-file-fs = zero
               move wname of chat-param-in to cr-handle
               move wroom of chat-param-in to cr-room
               read chatread-file
                 invalid key continue
                 not invalid key
                   move cr-last-time to wread-pointer
               end-read
               close chatread-file
             end-if
      *      the room file keeps newest first; its first matching
      *      line is the newest message
             move space to wnewest-time
             open input chat-file
             if chat-file-fs = zero
               move space to chat-rec-eof
               read chat-file
                 at end move 'EOF' to chat-rec-eof
               end-read
               perform until chat-rec-eof = 'EOF'
                  or wnewest-time not = space
                 if wroom of chat-rec = wroom of chat-param-in
                    and wname of chat-rec not = space
                   move wtime of chat-rec to wnewest-time
                 end-if
                 read chat-file
                   at end move 'EOF' to chat-rec-eof
                 end-read
               end-perform
               close chat-file
             end-if
             if wnewest-time not = space
                and wnewest-time not = wread-pointer
               set read-mark-needed to true
             end-if.
       PEEK-READ-MARK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-UNREAD  -  count the room's window messages newer
      *  than the handle's pointer and hand the pointer to the
      *  template as the divider stamp; everything above it renders
      *  as new since the last visit
      *----------------------------------------------------------------
       COMPUTE-UNREAD section.
             move zero to wunread-work
             perform varying i from 1 by 1 until i > 40
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i) not = space
                  and (wread-pointer = space
                       or wtime of wchat-rec-tab (i)
                            > wread-pointer)
                 move wname of wchat-rec-tab (i) to wmute-seek
                 perform CHECK-MUTED
                 if handle-not-muted
                   add 1 to wunread-work
                 end-if
               end-if
             end-perform
             move wunread-work to wunread-disp
             move wunread-disp to wunread-cnt of chat-param-in
             move wread-pointer to wdivider-time of chat-param-in
             exit.

      *----------------------------------------------------------------
      *  UPDATE-READ-MARK  -  the room has just been rendered for
      *  this handle under the exclusive lock: the pointer moves to
      *  the newest message shown
      *----------------------------------------------------------------
       UPDATE-READ-MARK section.
             move space to wnewest-time
             perform varying i from 1 by 1 until i > 40
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i) not = space
                  and wnewest-time = space
                 move wtime of wchat-rec-tab (i) to wnewest-time
               end-if
             end-perform
             if wnewest-time = space
               go to UPDATE-READ-MARK-EXIT
             end-if
             open i-o chatread-file
             if chatread-file-fs not = zero
               open output chatread-file
               close chatread-file
               open i-o chatread-file
             end-if
             if chatread-file-fs not = zero
               go to UPDATE-READ-MARK-EXIT
             end-if
             move wname of chat-param-in to cr-handle
             move wroom of chat-param-in to cr-room
             move wnewest-time to cr-last-time
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into cr-updated
             end-string
             write chat-read-rec
               invalid key rewrite chat-read-rec
             end-write
             close chatread-file.
       UPDATE-READ-MARK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PIN-MESSAGE  -  a moderator pins the window message named
      *  by DELTIME/DELNAME (the same selectors ModDelete uses);
      *  one pin per room, a new pin replacing the old
      *----------------------------------------------------------------
       PIN-MESSAGE section.
             perform CHECK-MODERATOR
             if mod-not-ok
               string '管理者権限がないため'
                        delimited size
                      'ピン留めできません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to PIN-MESSAGE-EXIT
             end-if
             move 'N' to pin-found
             perform varying i from 1 by 1 until i > 40
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wtime of wchat-rec-tab (i)
                        = wdel-time of chat-param-in
                  and wname of wchat-rec-tab (i)
                        = wdel-name of chat-param-in
                  and pin-found = 'N'
                 move 'Y' to pin-found
                 open i-o pin-file
                 if pin-file-fs not = zero
       UNPIN-MESSAGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADD-MUTE  -  mode Mute: MUTEHANDLE goes on the caller's
      *  mute list, for this room, or everywhere when MUTESCOPE is
      *  'A'.  SYSTEM may be muted like any handle; the caller's
      *  own handle may not
      *----------------------------------------------------------------
       ADD-MUTE section.
             if wname of chat-param-in = space
                or wmute-handle of chat-param-in = space
               string 'ミュートする名前を'   delimited size
                      '指定してください'     delimited size
                 into werrmsg of chat-param-in
               end-string
               go to ADD-MUTE-EXIT
             end-if
             if wmute-handle of chat-param-in = wname of chat-param-in
               move '自分はミュートできません'
                    to werrmsg of chat-param-in
               go to ADD-MUTE-EXIT
             end-if
             open i-o chat-mute-file
             if chat-mute-file-fs not = zero
               open output chat-mute-file
               close chat-mute-file
               open i-o chat-mute-file
             end-if
             if chat-mute-file-fs not = zero
               move 'ミュートを登録できません'
                    to werrmsg of chat-param-in
               go to ADD-MUTE-EXIT
             end-if
             perform SET-MUTE-KEY
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into mute-updated
             end-string
             write chat-mute-rec
               invalid key
                 move '既にミュートしています'
                      to werrmsg of chat-param-in
               not invalid key
                 move 'ミュートしました'
                      to werrmsg of chat-param-in
             end-write
             close chat-mute-file.
       ADD-MUTE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REMOVE-MUTE  -  mode Unmute: take MUTEHANDLE off the list
      *  at the same scope it was muted at
      *----------------------------------------------------------------
       REMOVE-MUTE section.
             if wname of chat-param-in = space
                or wmute-handle of chat-param-in = space
               string 'ミュートを解除する名前を'
                        delimited size
                      '指定してください'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to REMOVE-MUTE-EXIT
             end-if
             open i-o chat-mute-file
             if chat-mute-file-fs not = zero
               move 'ミュートしていません'
                    to werrmsg of chat-param-in
               go to REMOVE-MUTE-EXIT
             end-if
             perform SET-MUTE-KEY
             delete chat-mute-file
               invalid key
                 move 'ミュートしていません'
                      to werrmsg of chat-param-in
               not invalid key
                 move 'ミュートを解除しました'
                      to werrmsg of chat-param-in
             end-delete
             close chat-mute-file.
       REMOVE-MUTE-EXIT.
             exit.

       SET-MUTE-KEY section.
             move wname of chat-param-in to mute-owner
             if wmute-scope of chat-param-in = 'A'
                or wmute-scope of chat-param-in = 'a'
               move space to mute-room
             else
               move wroom of chat-param-in to mute-room
             end-if
             move wmute-handle of chat-param-in to mute-handle
             exit.

      *----------------------------------------------------------------
      *  LOAD-MUTE-LIST  -  the caller's mutes that apply to this
      *  room (its own and the everywhere ones) into mute-tab, and
      *  the same list spelled out in MUTELIST for the caller to see
      *----------------------------------------------------------------
       LOAD-MUTE-LIST section.
             move zero to mute-count
             move space to wmute-list of chat-param-in
             if wname of chat-param-in = space
               go to LOAD-MUTE-LIST-EXIT
             end-if
             open input chat-mute-file
             if chat-mute-file-fs not = zero
               go to LOAD-MUTE-LIST-EXIT
             end-if
             move space to wesc-in
             move 1 to wmt-rp
             move wname of chat-param-in to mute-owner
             move low-value to mute-room
             move low-value to mute-handle
             move space to mute-eof
             start chat-mute-file key is >= mute-key
               invalid key move 'EOF' to mute-eof
             end-start
             if mute-eof not = 'EOF'
               read chat-mute-file next record
                 at end move 'EOF' to mute-eof
               end-read
             end-if
             perform until mute-eof = 'EOF'
                or mute-owner not = wname of chat-param-in
               if (mute-room = space
                   or mute-room = wroom of chat-param-in)
                  and mute-count < 50
                 add 1 to mute-count
                 move mute-handle to mt-handle (mute-count)
                 if wmt-rp < 160
                   string ' '          delimited size
                          mute-handle  delimited '  '
                     into wesc-in with pointer wmt-rp
                   end-string
                   if mute-room = space
                     string '(全室)' delimited size
                       into wesc-in with pointer wmt-rp
                     end-string
                   end-if
                 end-if
               end-if
               read chat-mute-file next record
                 at end move 'EOF' to mute-eof
               end-read
             end-perform
             close chat-mute-file
             if mute-count > zero
               perform ESCAPE-HTML
               string 'ミュート中:'  delimited size
                      wesc-out       delimited size
                 into wmute-list of chat-param-in
               end-string
             end-if.
       LOAD-MUTE-LIST-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-MUTED  -  is wmute-seek on the caller's loaded mute
      *  list?  The caller's own posts never are
      *----------------------------------------------------------------
       CHECK-MUTED section.
             set handle-not-muted to true
             if wmute-seek = wname of chat-param-in
               go to CHECK-MUTED-EXIT
             end-if
             perform varying wmt-k from 1 by 1 until wmt-k > mute-count
               if mt-handle (wmt-k) = wmute-seek
                 set handle-muted to true
                 exit perform
               end-if
             end-perform.
       CHECK-MUTED-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-PIN-VIEW  -  the room's pinned message (if any) into
      *  the display fields rendered above the rolling window
             exit.

      *----------------------------------------------------------------
      *  MOD-DELETE-ENTRY  -  a moderator (identified by wmodpw) may
      *  remove a single message from the live window by room/time/
      *  handle; the emptied slot is left blank and simply ages out
      *  of the window like any other row, and the caller's view is
      *  rebuilt afterwards by BUILD-ROOM-VIEW
      *----------------------------------------------------------------
       MOD-DELETE-ENTRY section.
             perform CHECK-MODERATOR
             if mod-not-ok then
               string '管理者権限がないため'
                      delimited size
                      '削除できません'
                      delimited size
                 into werrmsg of chat-param-in
               end-string
             else
               perform varying i from 1 by 1 until i > 40
                 if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                    and wtime of wchat-rec-tab (i)
                          = wdel-time of chat-param-in
                    and wname of wchat-rec-tab (i)
                          = wdel-name of chat-param-in
                   move space to wroom  of wchat-rec-tab (i)
                   move space to wcolor of wchat-rec-tab (i)
                   move space to wname  of wchat-rec-tab (i)
                   move space to wdata  of wchat-rec-tab (i)
                   move space to wtime  of wchat-rec-tab (i)
                   move space to wdm-to of wchat-rec-tab (i)
                   move space to wreply-name of wchat-rec-tab (i)
                   move space to wreply-time of wchat-rec-tab (i)
                   move space to wedit-flag of wchat-rec-tab (i)
                 end-if
               end-perform
               open output chat-file
               perform varying i from 1 by 1 until i > 40
                 move wroom  of wchat-rec-tab (i) to wroom  of chat-rec
                 move wcolor of wchat-rec-tab (i)
                                to wcolor of chat-rec
                 move wname  of wchat-rec-tab (i) to wname  of chat-rec
                 move wdata  of wchat-rec-tab (i) to wdata  of chat-rec
                 move wtime  of wchat-rec-tab (i) to wtime  of chat-rec
                 move wdm-to of wchat-rec-tab (i) to wdm-to of chat-rec
                 move wreply-name of wchat-rec-tab (i)
                   to wreply-name of chat-rec
                 move wreply-time of wchat-rec-tab (i)
                   to wreply-time of chat-rec
                 move wedit-flag of wchat-rec-tab (i)
                   to wedit-flag of chat-rec
                 write chat-rec
               end-perform
               close chat-file
               move 'DELETE' to audit-operation
               move wroom of chat-param-in to audit-key
               move space to audit-before-detail
               string wdel-name of chat-param-in delimited size
                      ':'                        delimited size
                      wdel-time of chat-param-in delimited size
                 into audit-after-detail
               end-string
               perform AUDIT-WRITE
             end-if.
             exit.

      *----------------------------------------------------------------
      *  EDIT-OWN-MESSAGE  -  the poster corrects (Edit, the new text
      *  in SENDDATA) or withdraws (Retract) their own window
      *  message named by DELTIME/DELNAME, within CHAT_EDIT_MINUTES
      *  (10) of posting.  The text as it stood goes to the room's
      *  archive first, flagged as a superseded original, so what
      *  was said stays on record for the moderators (SHOW-ORIGINALS)
      *  and nobody can quietly rewrite what was agreed.
      *----------------------------------------------------------------
       EDIT-OWN-MESSAGE section.
             if wdel-name of chat-param-in not = wname of chat-param-in
               string '自分の発言のみ変更できます'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to EDIT-OWN-MESSAGE-EXIT
             end-if
             if wmode of chat-param-in = 'Edit'
                and wsenddata of chat-param-in = space
               string '訂正後のメッセージがありません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to EDIT-OWN-MESSAGE-EXIT
             end-if
             move zero to wedit-row
             perform varying i from 1 by 1
                until i > 40 or wedit-row not = zero
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i) not = space
                  and wtime of wchat-rec-tab (i)
                        = wdel-time of chat-param-in
                  and wname of wchat-rec-tab (i)
                        = wdel-name of chat-param-in
                 move i to wedit-row
               end-if
             end-perform
             if wedit-row = zero
               string '該当する発言が窓にありません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to EDIT-OWN-MESSAGE-EXIT
             end-if
             if wedit-flag of wchat-rec-tab (wedit-row) = 'R'
               string '取り消し済みの発言です'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to EDIT-OWN-MESSAGE-EXIT
             end-if

             move 10 to wedit-minutes
             move 'CHAT_EDIT_MINUTES' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-editmin
             if wenv-editmin not = space
                and wenv-editmin is numeric then
               move wenv-editmin to wedit-minutes
             end-if
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             move wnow-date to wnow-date-num
             compute wnow-ts-sec =
                function integer-of-date(wnow-date-num) * 86400
                + function numval(wnow-time (1:2)) * 3600
                + function numval(wnow-time (3:2)) * 60
                + function numval(wnow-time (5:2))
             move wedit-row to i
             perform ROW-TIME-TO-SECONDS
             compute wts-age = wnow-ts-sec - wrow-ts-sec
             if wts-age < zero or wts-age > wedit-minutes * 60
               move wedit-minutes to wedit-min-disp
               string '投稿から' delimited size
                      wedit-min-disp delimited size
                      '分を過ぎたため変更できません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               go to EDIT-OWN-MESSAGE-EXIT
             end-if

             if wmode of chat-param-in = 'Edit'
               perform CHECK-NG-WORDS
               if wsenddata of chat-param-in = space
                 go to EDIT-OWN-MESSAGE-EXIT
               end-if
             end-if

             perform ARCHIVE-EDITED-ORIGINAL
             move wroom of chat-param-in to audit-key
             move wdata of wchat-rec-tab (wedit-row) (1:80)
               to audit-before-detail
             if wmode of chat-param-in = 'Edit'
               move wsenddata of chat-param-in
                 to wdata of wchat-rec-tab (wedit-row)
               move 'E' to wedit-flag of wchat-rec-tab (wedit-row)
               move 'EDIT' to audit-operation
               move wsenddata of chat-param-in (1:80)
                 to audit-after-detail
               string '発言を訂正しました'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
             else
               move space to wdata of wchat-rec-tab (wedit-row)
               move 'R' to wedit-flag of wchat-rec-tab (wedit-row)
               move 'RETRACT' to audit-operation
               move space to audit-after-detail
               string '発言を取り消しました'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
             end-if
             perform AUDIT-WRITE

             open output chat-file
             perform varying i from 1 by 1 until i > 40
               move wroom  of wchat-rec-tab (i) to wroom  of chat-rec
               move wcolor of wchat-rec-tab (i) to wcolor of chat-rec
               move wname  of wchat-rec-tab (i) to wname  of chat-rec
               move wdata  of wchat-rec-tab (i) to wdata  of chat-rec
               move wtime  of wchat-rec-tab (i) to wtime  of chat-rec
               move wdm-to of wchat-rec-tab (i) to wdm-to of chat-rec
               move wreply-name of wchat-rec-tab (i)
                 to wreply-name of chat-rec
               move wreply-time of wchat-rec-tab (i)
                 to wreply-time of chat-rec
               move wedit-flag of wchat-rec-tab (i)
                 to wedit-flag of chat-rec
               write chat-rec
             end-perform
             close chat-file.
       EDIT-OWN-MESSAGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ARCHIVE-EDITED-ORIGINAL  -  window row wedit-row as it stands
      *  into the room's archive, flagged as a superseded original
      *----------------------------------------------------------------
       ARCHIVE-EDITED-ORIGINAL section.
             string wnow-date delimited size
                    wnow-time delimited size
               into hist-archived-at
             end-string
             move wroom  of wchat-rec-tab (wedit-row) to hist-room
             move wcolor of wchat-rec-tab (wedit-row) to hist-color
             move wname  of wchat-rec-tab (wedit-row) to hist-name
             move wtime  of wchat-rec-tab (wedit-row) to hist-time
             move wdata  of wchat-rec-tab (wedit-row) to hist-data
             move wdm-to of wchat-rec-tab (wedit-row) to hist-dm-to
             move wreply-name of wchat-rec-tab (wedit-row)
               to hist-reply-name
             move wreply-time of wchat-rec-tab (wedit-row)
               to hist-reply-time
             set hist-original to true
             open extend chat-history-file
             if chat-history-file-fs not = zero
               open output chat-history-file
             end-if
             write chat-history-rec
             close chat-history-file
             exit.

      *----------------------------------------------------------------
      *  SHOW-ORIGINALS  -  for a moderator, every archived original
      *  of the message selected by DELTIME/DELNAME, oldest first,
      *  followed by the message as it now stands in the window
      *----------------------------------------------------------------
       SHOW-ORIGINALS section.
             perform CHECK-MODERATOR
             if mod-not-ok
               string '管理者権限がないため'
                        delimited size
                      '表示できません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               perform BUILD-ROOM-VIEW
               go to SHOW-ORIGINALS-EXIT
             end-if
             move zero to thw-count
             open input chat-history-file
             if chat-history-file-fs = zero
               move space to chat-history-eof
               read chat-history-file
                 at end move 'EOF' to chat-history-eof
               end-read
               perform until chat-history-eof = 'EOF'
                  or thw-count >= 40
                 if hist-room = wroom of chat-param-in
                    and hist-original
                    and hist-name = wdel-name of chat-param-in
                    and hist-time = wdel-time of chat-param-in
                   add 1 to thw-count
                   move hist-color      to thw-color (thw-count)
                   move hist-name       to thw-name (thw-count)
                   move hist-data       to thw-data (thw-count)
                   move hist-time       to thw-time (thw-count)
                   move hist-dm-to      to thw-dm-to (thw-count)
                   move hist-reply-name to thw-reply-name (thw-count)
                   move hist-reply-time to thw-reply-time (thw-count)
                   move hist-edit-flag  to thw-edit-flag (thw-count)
                 end-if
                 read chat-history-file
                   at end move 'EOF' to chat-history-eof
                 end-read
               end-perform
               close chat-history-file
             end-if
             if thw-count = zero
               string '元の発言は記録されていません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               perform BUILD-ROOM-VIEW
               go to SHOW-ORIGINALS-EXIT
             end-if
             perform varying i from 1 by 1 until i > 40
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i)
                        = wdel-name of chat-param-in
                  and wtime of wchat-rec-tab (i)
                        = wdel-time of chat-param-in
                  and thw-count < 40
                 add 1 to thw-count
                 move wcolor of wchat-rec-tab (i)
                   to thw-color (thw-count)
                 move wname  of wchat-rec-tab (i)
                   to thw-name  (thw-count)
                 move wdata  of wchat-rec-tab (i)
                   to thw-data  (thw-count)
                 move wtime  of wchat-rec-tab (i)
                   to thw-time  (thw-count)
                 move wdm-to of wchat-rec-tab (i)
                   to thw-dm-to (thw-count)
                 move wreply-name of wchat-rec-tab (i)
                   to thw-reply-name (thw-count)
                 move wreply-time of wchat-rec-tab (i)
                   to thw-reply-time (thw-count)
                 move wedit-flag of wchat-rec-tab (i)
                   to thw-edit-flag (thw-count)
               end-if
             end-perform
             move zero to wroom-count
             move zero to wth-depth
             perform varying wth-node from 1 by 1
                until wth-node > thw-count
               perform EMIT-THREAD-ROW
             end-perform.
       SHOW-ORIGINALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  BUILD-ROOM-VIEW  -  copy only the wchat-rec rows whose wroom
      *  matches the caller's current room into the display table,
      *  in the same newest-first order they are kept on disk except
      *  that a reply is drawn directly under the message it answers
      *  (see ORDER-THREAD-VIEW)
      *----------------------------------------------------------------
       BUILD-ROOM-VIEW section.
             move zero to thw-count
             perform varying i from 1 by 1 until i > 40
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i) not = space
                            = wname of chat-param-in
                       or wname of wchat-rec-tab (i)
                            = wname of chat-param-in)
                 add 1 to thw-count
                 move wcolor of wchat-rec-tab (i)
                   to thw-color (thw-count)
                 move wname  of wchat-rec-tab (i)
                   to thw-name  (thw-count)
                 move wdata  of wchat-rec-tab (i)
                   to thw-data  (thw-count)
                 move wtime  of wchat-rec-tab (i)
                   to thw-time  (thw-count)
                 move wdm-to of wchat-rec-tab (i)
                   to thw-dm-to (thw-count)
                 move wreply-name of wchat-rec-tab (i)
                   to thw-reply-name (thw-count)
                 move wreply-time of wchat-rec-tab (i)
                   to thw-reply-time (thw-count)
                 move wedit-flag of wchat-rec-tab (i)
                   to thw-edit-flag (thw-count)
               end-if
             end-perform
             perform ORDER-THREAD-VIEW
             exit.

      *----------------------------------------------------------------
      *  ORDER-THREAD-VIEW  -  lay thread-work-tab (newest first)
      *  into the display table parent-first: every row whose parent
      *  is not in the table opens a thread, newest opener first, and
      *  its replies follow it depth-first, oldest reply first, each
      *  one level deeper than the message it answers
      *----------------------------------------------------------------
       ORDER-THREAD-VIEW section.
             move zero to wroom-count
             move zero to ths-sp
             perform varying wth-r from 1 by 1 until wth-r > thw-count
               move 'N' to thw-queued (wth-r)
             end-perform
             perform varying wth-r from 1 by 1 until wth-r > thw-count
               if thw-queued (wth-r) = 'N'
                 move wth-r to wth-node
                 perform FIND-THREAD-PARENT
                 if wth-parent = zero
                   move zero to wth-depth
                   perform PUSH-THREAD-ROW
                   perform DRAIN-THREAD-STACK
                 end-if
               end-if
             end-perform
      *      two messages sharing a handle and stamp can chain into
      *      each other and never reach an opener; show them flat
             perform varying wth-r from 1 by 1 until wth-r > thw-count
               if thw-queued (wth-r) = 'N'
                 move wth-r to wth-node
                 move zero to wth-depth
                 perform PUSH-THREAD-ROW
                 perform DRAIN-THREAD-STACK
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  FIND-THREAD-PARENT  -  the table row wth-node answers, in
      *  wth-parent; zero for an opener or a parent not in the table
      *----------------------------------------------------------------
       FIND-THREAD-PARENT section.
             move zero to wth-parent
             if thw-reply-name (wth-node) = space
               go to FIND-THREAD-PARENT-EXIT
             end-if
             perform varying wth-c from 1 by 1
                until wth-c > thw-count or wth-parent not = zero
               if wth-c not = wth-node
                  and thw-name (wth-c) = thw-reply-name (wth-node)
                  and thw-time (wth-c) = thw-reply-time (wth-node)
                 move wth-c to wth-parent
               end-if
             end-perform.
       FIND-THREAD-PARENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PUSH-THREAD-ROW  -  stack table row wth-node at wth-depth
      *----------------------------------------------------------------
       PUSH-THREAD-ROW section.
             add 1 to ths-sp
             move wth-node  to ths-row (ths-sp)
             move wth-depth to ths-depth (ths-sp)
             move 'Y' to thw-queued (wth-node)
             exit.

      *----------------------------------------------------------------
      *  DRAIN-THREAD-STACK  -  pop, show, and stack the popped row's
      *  replies; they are stacked newest first so the oldest comes
      *  off next
      *----------------------------------------------------------------
       DRAIN-THREAD-STACK section.
             perform until ths-sp = zero
               move ths-row (ths-sp)   to wth-node
               move ths-depth (ths-sp) to wth-depth
               subtract 1 from ths-sp
               perform EMIT-THREAD-ROW
               move wth-node to wth-parent
               add 1 to wth-depth
               perform varying wth-c from 1 by 1
                  until wth-c > thw-count
                 if thw-queued (wth-c) = 'N'
                    and thw-reply-name (wth-c) not = space
                    and thw-reply-name (wth-c) = thw-name (wth-parent)
                    and thw-reply-time (wth-c) = thw-time (wth-parent)
                   move wth-c to wth-node
                   perform PUSH-THREAD-ROW
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  EMIT-THREAD-ROW  -  table row wth-node into the next display
      *  slot, escaped, with its parent link and indent depth
      *----------------------------------------------------------------
       EMIT-THREAD-ROW section.
      *      a muted handle's post is left out of this render only;
      *      its replies still hang where they were
             move thw-name (wth-node) to wmute-seek
             perform CHECK-MUTED
             if handle-muted
               go to EMIT-THREAD-ROW-EXIT
             end-if
             add 1 to wroom-count
             move space to wesc-in
             move thw-color (wth-node) to wesc-in (1:30)
             perform ESCAPE-HTML
             move wesc-out (1:30)
                            to wcolor of dat-table-item
                               of chat-param-in-tab (wroom-count)
             move space to wesc-in
             move thw-name (wth-node) to wesc-in (1:30)
             perform ESCAPE-HTML
             move wesc-out (1:30)
                            to wname  of dat-table-item
                               of chat-param-in-tab (wroom-count)
             move space to wesc-in
             move 1 to wth-p
             if thw-dm-to (wth-node) not = space
               string '(DM)' delimited size
                 into wesc-in with pointer wth-p
               end-string
             end-if
             evaluate thw-edit-flag (wth-node)
               when 'E'
                 string '(編集済)' delimited size
                   into wesc-in with pointer wth-p
                 end-string
               when 'R'
                 string '(取消)' delimited size
                   into wesc-in with pointer wth-p
                 end-string
               when 'O'
                 string '(原文)' delimited size
                   into wesc-in with pointer wth-p
                 end-string
             end-evaluate
             string thw-data (wth-node) delimited size
               into wesc-in with pointer wth-p
             end-string
             perform ESCAPE-HTML
             move wesc-out to wdata  of dat-table-item
                               of chat-param-in-tab (wroom-count)
             move thw-time (wth-node)
                            to wtime  of dat-table-item
                               of chat-param-in-tab (wroom-count)
             move space to wesc-in
             move thw-reply-name (wth-node) to wesc-in (1:30)
             perform ESCAPE-HTML
             move wesc-out (1:30)
                            to wreply-name of dat-table-item
                               of chat-param-in-tab (wroom-count)
             move thw-reply-time (wth-node)
                            to wreply-time of dat-table-item
                               of chat-param-in-tab (wroom-count)
             if wth-depth > 9
               move 9 to wdepth of dat-table-item
                               of chat-param-in-tab (wroom-count)
             else
               move wth-depth to wdepth of dat-table-item
                               of chat-param-in-tab (wroom-count)
             end-if.
       EMIT-THREAD-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-REPLY-PARENT  -  a post carrying REPLYNAME/REPLYTIME
      *  answers that message; the parent must still exist in the
      *  room, in the live window or its archive, or the post is
      *  bounced rather than left hanging off nothing
      *----------------------------------------------------------------
       CHECK-REPLY-PARENT section.
             if wreply-name of chat-param-in = space
               move space to wreply-time of chat-param-in
               go to CHECK-REPLY-PARENT-EXIT
             end-if
             move wreply-name of chat-param-in to wth-seek-name
             move wreply-time of chat-param-in to wth-seek-time
             perform LOOKUP-THREAD-MESSAGE
             if wth-not-found
               string '返信先の発言が見つかりません'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
               move space to wsenddata of chat-param-in
             end-if.
       CHECK-REPLY-PARENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOOKUP-THREAD-MESSAGE  -  find the room's message named by
      *  wth-seek-name/wth-seek-time, live window first, then the
      *  room's chathist archive; wth-found-rname/wth-found-rtime
      *  return the parent it in turn answers (space for an opener)
      *----------------------------------------------------------------
       LOOKUP-THREAD-MESSAGE section.
             set wth-not-found to true
             move space to wth-found-rname
             move space to wth-found-rtime
             perform varying i from 1 by 1 until i > 40 or wth-found
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i) not = space
                  and wname of wchat-rec-tab (i) = wth-seek-name
                  and wtime of wchat-rec-tab (i) = wth-seek-time
                 set wth-found to true
                 move wreply-name of wchat-rec-tab (i)
                   to wth-found-rname
                 move wreply-time of wchat-rec-tab (i)
                   to wth-found-rtime
               end-if
             end-perform
             if wth-found
               go to LOOKUP-THREAD-MESSAGE-EXIT
             end-if
             open input chat-history-file
             if chat-history-file-fs not = zero
               go to LOOKUP-THREAD-MESSAGE-EXIT
             end-if
             move space to chat-history-eof
             read chat-history-file
               at end move 'EOF' to chat-history-eof
             end-read
             perform until chat-history-eof = 'EOF' or wth-found
               if hist-room = wroom of chat-param-in
                  and not hist-original
                  and hist-name = wth-seek-name
                  and hist-time = wth-seek-time
                 set wth-found to true
                 move hist-reply-name to wth-found-rname
                 move hist-reply-time to wth-found-rtime
               end-if
               read chat-history-file
                 at end move 'EOF' to chat-history-eof
               end-read
             end-perform
             close chat-history-file.
       LOOKUP-THREAD-MESSAGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUILD-THREAD-VIEW  -  the whole thread around the message
      *  selected by DELTIME/DELNAME (the selectors Pin and
      *  ModDelete use): climb the parent links to the opener, then
      *  gather the opener and every reply beneath it from the
      *  room's archive and live window, oldest first, so a parent
      *  is always gathered ahead of its replies
      *----------------------------------------------------------------
       BUILD-THREAD-VIEW section.
             move wdel-name of chat-param-in to wth-seek-name
             move wdel-time of chat-param-in to wth-seek-time
             perform LOOKUP-THREAD-MESSAGE
             if wth-not-found
               go to BUILD-THREAD-VIEW-NONE
             end-if
             move wth-seek-name to wth-root-name
             move wth-seek-time to wth-root-time
             move zero to wth-hops
             perform until wth-found-rname = space or wth-hops >= 40
               add 1 to wth-hops
               move wth-found-rname to wth-seek-name
               move wth-found-rtime to wth-seek-time
               perform LOOKUP-THREAD-MESSAGE
               if wth-found
                 move wth-seek-name to wth-root-name
                 move wth-seek-time to wth-root-time
               end-if
             end-perform

             move zero to thw-count
             move 'N' to wth-root-taken
             move 'N' to wth-overflow
             open input chat-history-file
             if chat-history-file-fs = zero
               move space to chat-history-eof
               read chat-history-file
                 at end move 'EOF' to chat-history-eof
               end-read
               perform until chat-history-eof = 'EOF'
                 if hist-room = wroom of chat-param-in
                    and not hist-original
                   move hist-color      to thc-color
                   move hist-name       to thc-name
                   move hist-data       to thc-data
                   move hist-time       to thc-time
                   move hist-dm-to      to thc-dm-to
                   move hist-reply-name to thc-reply-name
                   move hist-reply-time to thc-reply-time
                   move hist-edit-flag  to thc-edit-flag
                   perform GATHER-THREAD-ROW
                 end-if
                 read chat-history-file
                   at end move 'EOF' to chat-history-eof
                 end-read
               end-perform
               close chat-history-file
             end-if
             perform varying i from 40 by -1 until i < 1
               if wroom of wchat-rec-tab (i) = wroom of chat-param-in
                  and wname of wchat-rec-tab (i) not = space
                 move wcolor of wchat-rec-tab (i) to thc-color
                 move wname  of wchat-rec-tab (i) to thc-name
                 move wdata  of wchat-rec-tab (i) to thc-data
                 move wtime  of wchat-rec-tab (i) to thc-time
                 move wdm-to of wchat-rec-tab (i) to thc-dm-to
                 move wreply-name of wchat-rec-tab (i)
                   to thc-reply-name
                 move wreply-time of wchat-rec-tab (i)
                   to thc-reply-time
                 move wedit-flag of wchat-rec-tab (i)
                   to thc-edit-flag
                 perform GATHER-THREAD-ROW
               end-if
             end-perform
             if thw-count = zero
               go to BUILD-THREAD-VIEW-NONE
             end-if

      *      gathered oldest first; the view works newest first
             move 1 to wth-r
             move thw-count to wth-c
             perform until wth-r >= wth-c
               move thw-entry (wth-r) to thw-swap
               move thw-entry (wth-c) to thw-entry (wth-r)
               move thw-swap to thw-entry (wth-c)
               add 1 to wth-r
               subtract 1 from wth-c
             end-perform
             perform ORDER-THREAD-VIEW
             if wth-overflow = 'Y'
               string 'スレッドの最初の40件を'
                        delimited size
                      '表示しています'
                        delimited size
                 into werrmsg of chat-param-in
               end-string
             end-if
             go to BUILD-THREAD-VIEW-EXIT.
       BUILD-THREAD-VIEW-NONE.
             string '該当する発言が見つかりません'
                      delimited size
               into werrmsg of chat-param-in
             end-string
             perform BUILD-ROOM-VIEW.
       BUILD-THREAD-VIEW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-THREAD-ROW  -  keep the candidate in thc-row when it
      *  is the opener or answers a message already kept; a direct
      *  message the caller is not party to stays out, as it does in
      *  the room view
      *----------------------------------------------------------------
       GATHER-THREAD-ROW section.
             if thc-dm-to not = space
                and thc-dm-to not = wname of chat-param-in
                and thc-name not = wname of chat-param-in
               go to GATHER-THREAD-ROW-EXIT
             end-if
             move zero to wth-parent
             if wth-root-taken = 'N'
                and thc-name = wth-root-name
                and thc-time = wth-root-time
               move 'Y' to wth-root-taken
               move 1 to wth-parent
             end-if
             if wth-parent = zero and thc-reply-name not = space
               perform varying wth-c from 1 by 1
                  until wth-c > thw-count or wth-parent not = zero
                 if thw-name (wth-c) = thc-reply-name
                    and thw-time (wth-c) = thc-reply-time
                   move wth-c to wth-parent
                 end-if
               end-perform
             end-if
             if wth-parent = zero
               go to GATHER-THREAD-ROW-EXIT
             end-if
             if thw-count >= 40
               move 'Y' to wth-overflow
               go to GATHER-THREAD-ROW-EXIT
             end-if
             add 1 to thw-count
             move thc-color      to thw-color (thw-count)
             move thc-name       to thw-name (thw-count)
             move thc-data       to thw-data (thw-count)
             move thc-time       to thw-time (thw-count)
             move thc-dm-to      to thw-dm-to (thw-count)
             move thc-reply-name to thw-reply-name (thw-count)
             move thc-reply-time to thw-reply-time (thw-count)
             move thc-edit-flag  to thw-edit-flag (thw-count).
       GATHER-THREAD-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
             end-if

             move 5 to wflood-max
             move 'CHAT_FLOOD_MAX' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-floodmax
             if wenv-floodmax not = space
                and wenv-floodmax is numeric then
               move wenv-floodmax to wflood-max
             end-if
             move 60 to wflood-window
             move 'CHAT_FLOOD_WINDOW' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-floodwin
             if wenv-floodwin not = space
                and wenv-floodwin is numeric then
               move wenv-floodwin to wflood-window
      *  once per browser - or a ROOMKEY cookie from an earlier
      *  request.  Failed attempts are audited.  Rooms with no
      *  password, and rooms not in the registry yet, pass untouched.
      *  A members-only room ignores the password and goes to the
      *  roster instead (CHECK-ROOM-MEMBER).
      *----------------------------------------------------------------
       CHECK-ROOM-PASSWORD section.
             set room-pw-ok to true
             move space to wreg-password
             move space to wreg-members-only
             open input chat-room-file
             if chat-room-file-fs not = zero
               go to CHECK-ROOM-PASSWORD-EXIT
               invalid key continue
               not invalid key
                 move reg-password to wreg-password
                 move reg-members-only to wreg-members-only
             end-read
             close chat-room-file
             if wreg-members-only = 'Y'
               perform CHECK-ROOM-MEMBER
               go to CHECK-ROOM-PASSWORD-EXIT
             end-if
             if wreg-password = space
               go to CHECK-ROOM-PASSWORD-EXIT
             end-if
       CHECK-ROOM-PASSWORD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-ROOM-MEMBER  -  a members-only room admits a
      *  credentials login on its roster and nobody else.  The login
      *  comes from MEMBERUSER/MEMBERPW on the gate screen (checked
      *  the way CHECK-MODERATOR checks, and remembered in the
      *  ROOMMEMBER cookie) or from that cookie on later requests,
      *  whose token must still match the account.  The roster row
      *  is read on every request, so taking someone off it shuts
      *  them out at once; a locked account is shut out too.
      *----------------------------------------------------------------
       CHECK-ROOM-MEMBER section.
             set room-pw-not-ok to true
             if wmember-user of chat-param-in not = space
               move wmember-user of chat-param-in to wrm-user
             else
               move wroommember of http-cookie (1:20) to wrm-user
             end-if
             if wrm-user = space
               go to CHECK-ROOM-MEMBER-EXIT
             end-if

             move wrm-user to cred-username
             open input credentials-file
             if credentials-file-fs not = zero
               go to CHECK-ROOM-MEMBER-EXIT
             end-if
             read credentials-file
               invalid key
                 close credentials-file
                 move 'unknown member login' to wrm-fail-text
                 perform ROOM-MEMBER-FAIL
                 go to CHECK-ROOM-MEMBER-EXIT
             end-read
             close credentials-file
             if cred-is-locked
               move 'member login locked' to wrm-fail-text
               perform ROOM-MEMBER-FAIL
               go to CHECK-ROOM-MEMBER-EXIT
             end-if

             if wmember-user of chat-param-in not = space
               set wrm-pass-not-ok to true
               if cred-hash not = zero
                 move cred-salt to whash-salt
                 move wmember-pw of chat-param-in to whash-pass
                 perform COMPUTE-CRED-HASH
                 if whash-value = cred-hash
                   set wrm-pass-ok to true
                 end-if
               else
                 if cred-password not = space
                    and cred-password = wmember-pw of chat-param-in
                   set wrm-pass-ok to true
                 end-if
               end-if
               if wrm-pass-not-ok
                 move 'wrong member password' to wrm-fail-text
                 perform ROOM-MEMBER-FAIL
                 go to CHECK-ROOM-MEMBER-EXIT
               end-if
               perform COMPUTE-MEMBER-TOKEN
             else
               perform COMPUTE-MEMBER-TOKEN
               if wroommember of http-cookie (21:9) not = wrm-token
                 move 'stale member cookie' to wrm-fail-text
                 perform ROOM-MEMBER-FAIL
                 go to CHECK-ROOM-MEMBER-EXIT
               end-if
             end-if

             open input chat-roster-file
             if chat-roster-file-fs not = zero
               move 'no roster file' to wrm-fail-text
               perform ROOM-MEMBER-FAIL
               go to CHECK-ROOM-MEMBER-EXIT
             end-if
             move wroom of chat-param-in to ros-room
             move wrm-user to ros-user
             read chat-roster-file
               invalid key
                 close chat-roster-file
                 move 'not on room roster' to wrm-fail-text
                 perform ROOM-MEMBER-FAIL
                 go to CHECK-ROOM-MEMBER-EXIT
             end-read
             close chat-roster-file

             if wmember-user of chat-param-in not = space
               perform SET-ROOMMEMBER-COOKIE
             end-if
             set room-pw-ok to true.
       CHECK-ROOM-MEMBER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-MEMBER-TOKEN  -  fold the account's salt with its
      *  stored hash (or, on a row not hashed yet, its password) into
      *  wrm-token: the cookie proof that cannot be written without
      *  the credentials master, and goes stale with a new password
      *----------------------------------------------------------------
       COMPUTE-MEMBER-TOKEN section.
             move cred-salt to whash-salt
             if cred-hash not = zero
               move cred-hash to wrm-hash-disp
               move wrm-hash-disp to whash-pass
             else
               move cred-password to whash-pass
             end-if
             perform COMPUTE-CRED-HASH
             move whash-value to wrm-token
             exit.

      *----------------------------------------------------------------
      *  ROOM-MEMBER-FAIL  -  audit a refused members-only entry
      *  with the login tried and why
      *----------------------------------------------------------------
       ROOM-MEMBER-FAIL section.
             move 'MEMBERFAIL' to audit-operation
             move wroom of chat-param-in to audit-key
             move wrm-user to audit-before-detail
             move wrm-fail-text to audit-after-detail
             perform AUDIT-WRITE
             exit.

      *----------------------------------------------------------------
      *  SET-ROOMMEMBER-COOKIE  -  remember the member login
      *  (username plus token) with the handle cookie's expiry; it
      *  opens every members-only room the login is on
      *----------------------------------------------------------------
       SET-ROOMMEMBER-COOKIE section.
             perform GET-COOKIE-EXPIRY
             move space to wroommember of http-cookie
             move wrm-user to wroommember of http-cookie (1:20)
             move wrm-token to wroommember of http-cookie (21:9)
             initialize web-cookie
             move 'ROOMMEMBER' to web-name
             move wroommember of http-cookie to web-value
             move wexp-str to web-expires
             call 'WEB_SET_COOKIE' using web-cookie rc
             exit.

      *----------------------------------------------------------------
      *  SET-ROOMKEY-COOKIE  -  remember the authorized room in the
      *  browser (room file key plus password) with the same expiry
      *          a password supplied on the creating post makes the
      *          room private from its first message
                 move wroompw of chat-param-in to reg-password
                 move 'N' to reg-members-only
             end-read
             add 1 to reg-msg-count
             move wtime of wchat-rec-tab (1) to reg-last-time
             move wtime  of wchat-rec-tab (40) to hist-time
             move wdata  of wchat-rec-tab (40) to hist-data
             move wdm-to of wchat-rec-tab (40) to hist-dm-to
             move wreply-name of wchat-rec-tab (40) to hist-reply-name
             move wreply-time of wchat-rec-tab (40) to hist-reply-time
             move wedit-flag of wchat-rec-tab (40) to hist-edit-flag
             open extend chat-history-file
             if chat-history-file-fs not = zero
               open output chat-history-file
               close perf-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-MAINTENANCE  -  while the maintenance switch is on
      *  (kozukaimaintcheck.cob) nothing is posted: a message, a
      *  !spend or any other command, and the poll, pin, edit and
      *  mute actions are all turned away by running the request as
      *  a plain Reload, and the log comes back with the banner.
      *  Reading the rooms carries on.
      *----------------------------------------------------------------
       CHECK-MAINTENANCE section.
             if (wsenddata of chat-param-in = space
                 or wmode of chat-param-in = 'Reload')
                and wmode of chat-param-in not = 'ModDelete'
                and wmode of chat-param-in not = 'PollOpen'
                and wmode of chat-param-in not = 'PollVote'
                and wmode of chat-param-in not = 'PollClose'
                and wmode of chat-param-in not = 'Pin'
                and wmode of chat-param-in not = 'Unpin'
                and wmode of chat-param-in not = 'Edit'
                and wmode of chat-param-in not = 'Retract'
                and wmode of chat-param-in not = 'Mute'
                and wmode of chat-param-in not = 'Unmute'
               go to CHECK-MAINTENANCE-EXIT
             end-if
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on
               set mtc-refused to true
               move 'Reload' to wmode of chat-param-in
             end-if.
       CHECK-MAINTENANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-MESSAGE  -  the message in the reader's language
      *  from the message catalog; Japanese, or text the catalog does
      *  not hold, goes out as it stands
      *----------------------------------------------------------------
       TRANSLATE-MESSAGE section.
             if werrmsg of chat-param-if = space
               go to TRANSLATE-MESSAGE-EXIT
             end-if
             move space to mc-user
             set mc-by-text to true
             move werrmsg of chat-param-if to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of chat-param-if.
       TRANSLATE-MESSAGE-EXIT.
             exit.
