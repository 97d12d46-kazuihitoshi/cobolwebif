       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           chatroster.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Room roster CGI, reached from the room directory
      *  (chatroomdir.cob) - turns a chat room into a members-only
      *  room and keeps who is in it.  The roster
      *  (kozukaichatroster.dat) is keyed by credentials username:
      *  the login that takes the room over (作成) becomes its owner,
      *  and the owner invites (招待) and removes (削除) members,
      *  hands ownership to a member (移譲), or gives the room back to
      *  everyone (解除).  An admin may act as any room's owner.
      *  chat.cob checks the roster on every request into the room,
      *  so a removal takes effect on the member's next page load.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select chat-room-file assign to "chatroomreg.dat"
          organization is indexed access mode is dynamic
          record key is reg-room
          file status is chat-room-file-fs.
        select chat-roster-file assign to "kozukaichatroster.dat"
          organization is indexed access mode is dynamic
          record key is ros-key
          file status is chat-roster-file-fs.
        select credentials-file assign to "credentials.dat"
          organization is indexed access mode is random
          record key is cred-username
          file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd chat-room-file.
       copy chatroomregfile.

       fd chat-roster-file.
       copy chatrosterfile.

       fd credentials-file.
       copy credentialsfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wscreenname     pic x(80) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MODE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmode           pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ROOM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wroom-in        pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MEMBER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmember-in      pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ROOMPW'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wroompw         pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'USERNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wusername       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PASSWORD'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpassword       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ERRMSG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
         02 roster-table.
            03 roster-array occurs 30.
               04 rost-user       pic x(20).
               04 rost-role       pic x(12).
               04 rost-invited-by pic x(20).
               04 rost-added      pic x(10).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       77 rc                 pic s9(10) binary.
       01 chat-room-file-fs  pic 9(2).
       01 chat-roster-file-fs pic 9(2).
       01 chat-roster-eof    pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

      *  login check - any unlocked credentials login may manage a
      *  room it owns; an admin may manage every room
       01 credentials-file-fs pic 9(2).
       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 login-admin-flag   pic x value 'N'.
        88 login-admin          value 'Y'.
        88 login-not-admin      value 'N'.
       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

      *  the caller's standing in the room: owner of it, or admin
      *  acting as owner; wowner-user is whoever holds role 'O'
       01 room-owner-flag    pic x value 'N'.
        88 caller-owns-room     value 'Y'.
        88 caller-not-owner     value 'N'.
       01 wowner-user        pic x(20) value space.
       01 wroster-count      pic 9(03) value zero.
       01 wmember-role       pic x(01) value space.
       01 wros-key           pic x(40) value space.
       01 roster-write-flag  pic x value 'N'.
        88 roster-written       value 'Y'.
        88 roster-not-written   value 'N'.

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          move space to werrmsg of webif-rec.
          if wscreenname of webif-rec = space then
            move 'chatroster.html' to wscreenname of webif-rec
          end-if.

          perform PAGE-LOG-WRITE.

          move 'chat_lock' to lc-lock-file.
          if wmode of webif-rec = '作成'
             or wmode of webif-rec = '招待'
             or wmode of webif-rec = '削除'
             or wmode of webif-rec = '移譲'
             or wmode of webif-rec = '解除' then
            set lc-lock-exclusive to true
          else
            set lc-lock-share to true
          end-if.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            string 'ロックを取得できないため'
                     delimited size
                   '表示できません'
                     delimited size
              into werrmsg of webif-rec
            end-string
          else
            perform CHECK-LOGIN
            if login-not-ok then
              move 'ログインが必要です'
                   to werrmsg of webif-rec
            else
              if wroom-in of webif-rec = space
                move '部屋名が未入力です'
                     to werrmsg of webif-rec
              else
                perform FIND-ROOM-OWNER
                evaluate wmode of webif-rec
                  when '作成'
                    perform CREATE-ROSTER
                  when '招待'
                    perform INVITE-MEMBER
                  when '削除'
                    perform REMOVE-MEMBER
                  when '移譲'
                    perform TRANSFER-OWNER
                  when '解除'
                    perform DISSOLVE-ROSTER
                  when other
                    continue
                end-evaluate
                perform LIST-ROSTER
              end-if
            end-if
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          move space to wpassword of webif-rec.
          move space to wroompw of webif-rec.
          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  FIND-ROOM-OWNER  -  walk the room's roster rows for the one
      *  holding role 'O' and decide whether the caller may act as
      *  owner (they hold it, or they are an admin)
      *----------------------------------------------------------------
       FIND-ROOM-OWNER section.
             move space to wowner-user
             move zero to wroster-count
             set caller-not-owner to true
             open input chat-roster-file
             if chat-roster-file-fs = zero
               move wroom-in of webif-rec to ros-room
               move low-value to ros-user
               start chat-roster-file key not < ros-key
                 invalid key move 'EOF' to chat-roster-eof
                 not invalid key move space to chat-roster-eof
               end-start
               perform until chat-roster-eof = 'EOF'
                 read chat-roster-file next record
                   at end move 'EOF' to chat-roster-eof
                 end-read
                 if chat-roster-eof not = 'EOF'
                   if ros-room not = wroom-in of webif-rec
                     move 'EOF' to chat-roster-eof
                   else
                     add 1 to wroster-count
                     if ros-owner
                       move ros-user to wowner-user
                     end-if
                   end-if
                 end-if
               end-perform
               close chat-roster-file
             end-if
             if login-admin
                or (wowner-user not = space
                    and wowner-user = wusername of webif-rec)
               set caller-owns-room to true
             end-if
             exit.

      *----------------------------------------------------------------
      *  CREATE-ROSTER  -  take a registered room over as a
      *  members-only room with the caller as its owner.  A room
      *  with a password needs it keyed in (whoever knows it was in
      *  the room already); a room with none only an admin may close
      *----------------------------------------------------------------
       CREATE-ROSTER section.
             if wowner-user not = space
               move 'すでにメンバー専用の部屋です'
                    to werrmsg of webif-rec
               go to CREATE-ROSTER-EXIT
             end-if
             open i-o chat-room-file
             if chat-room-file-fs not = zero
               move '部屋登録を開けません'
                    to werrmsg of webif-rec
               go to CREATE-ROSTER-EXIT
             end-if
             move wroom-in of webif-rec to reg-room
             read chat-room-file
               invalid key
                 close chat-room-file
                 move '該当する部屋がありません'
                      to werrmsg of webif-rec
                 go to CREATE-ROSTER-EXIT
             end-read
             if login-not-admin
               if reg-password = space
                  or reg-password not = wroompw of webif-rec
                 close chat-room-file
                 move '部屋のパスワードが違います'
                      to werrmsg of webif-rec
                 go to CREATE-ROSTER-EXIT
               end-if
             end-if

             move wroom-in of webif-rec to ros-room
             move wusername of webif-rec to ros-user
             move 'O' to wmember-role
             perform WRITE-ROSTER-ROW
             if roster-not-written
               close chat-room-file
               move '名簿に書き込めません'
                    to werrmsg of webif-rec
               go to CREATE-ROSTER-EXIT
             end-if
             move 'Y' to reg-members-only
             rewrite chat-room-rec
             close chat-room-file
             move 'ROSTERNEW' to audit-operation
             move wroom-in of webif-rec to audit-key
             move space to audit-before-detail
             move wusername of webif-rec to audit-after-detail
             perform ROSTER-AUDIT-WRITE
             move 'メンバー専用にしました'
                  to werrmsg of webif-rec.
       CREATE-ROSTER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  INVITE-MEMBER  -  the owner adds a credentials login to the
      *  roster as a member; a locked or unknown login is refused
      *----------------------------------------------------------------
       INVITE-MEMBER section.
             perform CHECK-OWNER-ACTION
             if werrmsg of webif-rec not = space
               go to INVITE-MEMBER-EXIT
             end-if
             move wmember-in of webif-rec to cred-username
             open input credentials-file
             if credentials-file-fs not = zero
               move 'ログイン情報を開けません'
                    to werrmsg of webif-rec
               go to INVITE-MEMBER-EXIT
             end-if
             read credentials-file
               invalid key
                 close credentials-file
                 move '該当するログインがありません'
                      to werrmsg of webif-rec
                 go to INVITE-MEMBER-EXIT
             end-read
             close credentials-file
             if cred-is-locked
               move 'ロックされたログインです'
                    to werrmsg of webif-rec
               go to INVITE-MEMBER-EXIT
             end-if
             if wroster-count >= 30
               move '名簿がいっぱいです'
                    to werrmsg of webif-rec
               go to INVITE-MEMBER-EXIT
             end-if

             move wroom-in of webif-rec to ros-room
             move wmember-in of webif-rec to ros-user
             move 'M' to wmember-role
             perform WRITE-ROSTER-ROW
             if roster-not-written
               move 'すでに名簿にあります'
                    to werrmsg of webif-rec
               go to INVITE-MEMBER-EXIT
             end-if
             move 'ROSTERADD' to audit-operation
             move wroom-in of webif-rec to audit-key
             move space to audit-before-detail
             move wmember-in of webif-rec to audit-after-detail
             perform ROSTER-AUDIT-WRITE
             move '招待しました'
                  to werrmsg of webif-rec.
       INVITE-MEMBER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REMOVE-MEMBER  -  the owner takes a member off the roster;
      *  the owner's own row only goes by handing ownership on first
      *----------------------------------------------------------------
       REMOVE-MEMBER section.
             perform CHECK-OWNER-ACTION
             if werrmsg of webif-rec not = space
               go to REMOVE-MEMBER-EXIT
             end-if
             if wmember-in of webif-rec = wowner-user
               move 'オーナーは削除できません'
                    to werrmsg of webif-rec
               go to REMOVE-MEMBER-EXIT
             end-if
             open i-o chat-roster-file
             if chat-roster-file-fs not = zero
               move '名簿を開けません'
                    to werrmsg of webif-rec
               go to REMOVE-MEMBER-EXIT
             end-if
             move wroom-in of webif-rec to ros-room
             move wmember-in of webif-rec to ros-user
             read chat-roster-file
               invalid key
                 move '名簿にありません'
                      to werrmsg of webif-rec
               not invalid key
                 delete chat-roster-file record
                 move 'ROSTERDEL' to audit-operation
                 move wroom-in of webif-rec to audit-key
                 move wmember-in of webif-rec to audit-before-detail
                 move space to audit-after-detail
                 perform ROSTER-AUDIT-WRITE
                 move '削除しました'
                      to werrmsg of webif-rec
             end-read
             close chat-roster-file.
       REMOVE-MEMBER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  TRANSFER-OWNER  -  hand ownership to a member already on
      *  the roster; the old owner stays on as a plain member
      *----------------------------------------------------------------
       TRANSFER-OWNER section.
             perform CHECK-OWNER-ACTION
             if werrmsg of webif-rec not = space
               go to TRANSFER-OWNER-EXIT
             end-if
             if wmember-in of webif-rec = wowner-user
               move 'すでにオーナーです'
                    to werrmsg of webif-rec
               go to TRANSFER-OWNER-EXIT
             end-if
             open i-o chat-roster-file
             if chat-roster-file-fs not = zero
               move '名簿を開けません'
                    to werrmsg of webif-rec
               go to TRANSFER-OWNER-EXIT
             end-if
             move wroom-in of webif-rec to ros-room
             move wmember-in of webif-rec to ros-user
             read chat-roster-file
               invalid key
                 close chat-roster-file
                 move '名簿にありません'
                      to werrmsg of webif-rec
                 go to TRANSFER-OWNER-EXIT
             end-read
             move 'O' to ros-role
             perform STAMP-ROSTER-ROW
             rewrite chat-roster-rec

             move wroom-in of webif-rec to ros-room
             move wowner-user to ros-user
             read chat-roster-file
               invalid key continue
               not invalid key
                 move 'M' to ros-role
                 perform STAMP-ROSTER-ROW
                 rewrite chat-roster-rec
             end-read
             close chat-roster-file
             move 'ROSTEROWN' to audit-operation
             move wroom-in of webif-rec to audit-key
             move wowner-user to audit-before-detail
             move wmember-in of webif-rec to audit-after-detail
             perform ROSTER-AUDIT-WRITE
             move wmember-in of webif-rec to wowner-user
             move 'オーナーを移譲しました'
                  to werrmsg of webif-rec.
       TRANSFER-OWNER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DISSOLVE-ROSTER  -  give the room back: clear the registry
      *  flag and drop every roster row, leaving whatever password
      *  the room had before it was taken over
      *----------------------------------------------------------------
       DISSOLVE-ROSTER section.
             if wowner-user = space
               move 'メンバー専用の部屋ではありません'
                    to werrmsg of webif-rec
               go to DISSOLVE-ROSTER-EXIT
             end-if
             if caller-not-owner
               move 'オーナーのみ操作できます'
                    to werrmsg of webif-rec
               go to DISSOLVE-ROSTER-EXIT
             end-if
             open i-o chat-room-file
             if chat-room-file-fs not = zero
               move '部屋登録を開けません'
                    to werrmsg of webif-rec
               go to DISSOLVE-ROSTER-EXIT
             end-if
             move wroom-in of webif-rec to reg-room
             read chat-room-file
               invalid key continue
               not invalid key
                 move 'N' to reg-members-only
                 rewrite chat-room-rec
             end-read
             close chat-room-file

             open i-o chat-roster-file
             if chat-roster-file-fs = zero
               move wroom-in of webif-rec to ros-room
               move low-value to ros-user
               start chat-roster-file key not < ros-key
                 invalid key move 'EOF' to chat-roster-eof
                 not invalid key move space to chat-roster-eof
               end-start
               perform until chat-roster-eof = 'EOF'
                 read chat-roster-file next record
                   at end move 'EOF' to chat-roster-eof
                 end-read
                 if chat-roster-eof not = 'EOF'
                   if ros-room not = wroom-in of webif-rec
                     move 'EOF' to chat-roster-eof
                   else
                     delete chat-roster-file record
                   end-if
                 end-if
               end-perform
               close chat-roster-file
             end-if
             move 'ROSTEREND' to audit-operation
             move wroom-in of webif-rec to audit-key
             move wowner-user to audit-before-detail
             move space to audit-after-detail
             perform ROSTER-AUDIT-WRITE
             move space to wowner-user
             move '誰でも入れる部屋に戻しました'
                  to werrmsg of webif-rec.
       DISSOLVE-ROSTER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-OWNER-ACTION  -  the guard invite/remove/transfer
      *  share: a members-only room, the caller its owner (or an
      *  admin), and a MEMBER login named; leaves werrmsg set when
      *  the action must not go ahead
      *----------------------------------------------------------------
       CHECK-OWNER-ACTION section.
             if wowner-user = space
               move 'メンバー専用の部屋ではありません'
                    to werrmsg of webif-rec
               go to CHECK-OWNER-ACTION-EXIT
             end-if
             if caller-not-owner
               move 'オーナーのみ操作できます'
                    to werrmsg of webif-rec
               go to CHECK-OWNER-ACTION-EXIT
             end-if
             if wmember-in of webif-rec = space
               move 'メンバーが未入力です'
                    to werrmsg of webif-rec
             end-if.
       CHECK-OWNER-ACTION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-ROSTER-ROW  -  add the ros-room/ros-user row staged by
      *  the caller with role wmember-role, creating the roster file
      *  on first use; roster-written says whether it went on (a
      *  login already on the roster does not)
      *----------------------------------------------------------------
       WRITE-ROSTER-ROW section.
             set roster-not-written to true
             move ros-key to wros-key
             open i-o chat-roster-file
             if chat-roster-file-fs not = zero
               open output chat-roster-file
               close chat-roster-file
               open i-o chat-roster-file
             end-if
             if chat-roster-file-fs not = zero
               go to WRITE-ROSTER-ROW-EXIT
             end-if
             initialize chat-roster-rec
             move wros-key to ros-key
             move wmember-role to ros-role
             move wusername of webif-rec to ros-invited-by
             perform STAMP-ROSTER-ROW
             move ros-updated to ros-added
             write chat-roster-rec
               invalid key continue
               not invalid key set roster-written to true
             end-write
             close chat-roster-file.
       WRITE-ROSTER-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-ROSTER-ROW  -  ros-updated to now
      *----------------------------------------------------------------
       STAMP-ROSTER-ROW section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into ros-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-ROSTER  -  the room's roster for display, shown only to
      *  the room's own members and to an admin
      *----------------------------------------------------------------
       LIST-ROSTER section.
             move space to roster-table of webif-rec
             move zero to i
             open input chat-roster-file
             if chat-roster-file-fs not = zero
               go to LIST-ROSTER-EXIT
             end-if
             if login-not-admin
               move wroom-in of webif-rec to ros-room
               move wusername of webif-rec to ros-user
               read chat-roster-file
                 invalid key
                   close chat-roster-file
                   go to LIST-ROSTER-EXIT
               end-read
             end-if
             move wroom-in of webif-rec to ros-room
             move low-value to ros-user
             start chat-roster-file key not < ros-key
               invalid key move 'EOF' to chat-roster-eof
               not invalid key move space to chat-roster-eof
             end-start
             perform until chat-roster-eof = 'EOF' or i >= 30
               read chat-roster-file next record
                 at end move 'EOF' to chat-roster-eof
               end-read
               if chat-roster-eof not = 'EOF'
                 if ros-room not = wroom-in of webif-rec
                   move 'EOF' to chat-roster-eof
                 else
                   add 1 to i
                   move ros-user to rost-user (i)
                   if ros-owner
                     move 'オーナー' to rost-role (i)
                   else
                     move 'メンバー' to rost-role (i)
                   end-if
                   move ros-invited-by to rost-invited-by (i)
                   string ros-added (1:4) delimited size
                          '/'             delimited size
                          ros-added (5:2) delimited size
                          '/'             delimited size
                          ros-added (7:2) delimited size
                     into rost-added (i)
                   end-string
                 end-if
               end-if
             end-perform
             close chat-roster-file.
       LIST-ROSTER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ROSTER-AUDIT-WRITE  -  the roster changes' audit rows, with
      *  the acting login attached
      *----------------------------------------------------------------
       ROSTER-AUDIT-WRITE section.
             move 'chatroster' to audit-program
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move wusername of webif-rec to audit-user
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  unlocked row in the credentials master, noting whether it
      *  carries the admin role
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             set login-not-admin to true
             if wusername of webif-rec = space
               go to CHECK-LOGIN-EXIT
             end-if
             move wusername of webif-rec to cred-username
             open input credentials-file
             if credentials-file-fs not = zero
               go to CHECK-LOGIN-EXIT
             end-if
             read credentials-file
               invalid key
                 close credentials-file
                 go to CHECK-LOGIN-EXIT
             end-read
             close credentials-file
             if cred-is-locked
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-hash not = zero
               move cred-salt to whash-salt
               move wpassword of webif-rec to whash-pass
               perform COMPUTE-CRED-HASH
               if whash-value = cred-hash
                 set login-ok to true
               end-if
             else
               if cred-password not = space
                  and cred-password = wpassword of webif-rec
                 set login-ok to true
               end-if
             end-if
             if login-ok and cred-role-admin
               set login-admin to true
             end-if.
       CHECK-LOGIN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  byte modulo the prime 999999937, the same fold the audit
      *  chain uses
      *----------------------------------------------------------------
       COMPUTE-CRED-HASH section.
             move zero to whash-work
             perform varying whash-i from 1 by 1
                until whash-i > length of whash-input
               compute whash-ord =
                  function ord(whash-input (whash-i:1))
               compute whash-work =
                  function mod(whash-work * 31 + whash-ord,
                               999999937)
             end-perform
             move whash-work to whash-value
             exit.

      *----------------------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); CHAT_LOCKTIMEOUT lets an
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'CHAT_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               move wenv-locktmo-num to lc-lock-timeout
             end-if
             exit.

      *------------------------------------------------
      *  PAGE-LOG-WRITE  -  drop one line to the shared access log so
      *  there's a record of which program served this hit
      *------------------------------------------------
       PAGE-LOG-WRITE section.
             move 'chatroster' to audit-program
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move 'HIT' to audit-operation
             move space to audit-key
             move space to audit-user
             move space to audit-before-detail
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
