      *          change on first login via kozukaipwchange.cob, and
      *          marks the request approved
      *    却下  (admin)     -  marks it rejected with the reason
      *    権限  (admin)     -  asks for REQUSER's role to become
      *          REQROLE (viewer, poster or admin); the change is
      *          parked in the two-person queue (kozukaimastchg.dat)
      *          and made only when a second, different admin
      *          confirms it on kozukaimastapprove.cob
      *  The pending queue lists for the admin on every load.  承認,
      *  却下 and 権限 answer only a client address the allow-list
      *  (kozukaiipcheck.cob) opens to this screen and to the admin's
      *  role; 申請 stays open to anyone.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is member-key
           file status is member-file-fs.
        select mast-chg-file assign to "kozukaimastchg.dat"
           organization is indexed access mode is random
           record key is mcq-key
           file status is mast-chg-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd acctreq-file.
       fd member-file.
       copy memberfile.

       fd mast-chg-file.
       copy mastchgfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy loginlog.

       77 rc                 pic s9(10) binary.
       01 acctreq-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
        88 user-taken           value 'Y'.
        88 user-free            value 'N'.

      *  two-person queue working fields (see PARK-MASTER-CHANGE);
      *  wmcq-show is the value as the requester typed it, for the
      *  audit line
       01 mast-chg-file-fs   pic 9(2).
       01 wmcq-seq           pic 9(03) value zero.
       01 wmcq-flag          pic x value 'N'.
        88 wmcq-queued          value 'Y'.
       01 wmcq-show          pic x(40) value space.

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          move space to audit-after-detail
          perform AUDIT-WRITE.

          if wmode of webif-rec = '承認'
             or wmode of webif-rec = '却下'
             or wmode of webif-rec = '権限'
            perform CHECK-CLIENT-ADDRESS
            if ipc-refused then
              move space to wmode of webif-rec
            end-if
          end-if.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '申請'
           when '承認'
           when '却下'
           when '権限'
             set lc-lock-exclusive to true
           when other
             set lc-lock-share to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
               perform FILE-REQUEST
             when '承認'
             when '却下'
             when '権限'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '管理者権限が必要です'
                 evaluate wmode of webif-rec
                  when '承認' perform APPROVE-REQUEST
                  when '却下' perform REJECT-REQUEST
                  when '権限' perform REQUEST-ROLE-CHANGE
                 end-evaluate
               end-if
             when other
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
             move req-role to cred-role
             move req-member to cred-member
             move 'Y'   to cred-pwforce
             accept cred-pw-changed from date yyyymmdd
             write credential-rec
               invalid key
                 move 'そのユーザー名は使用中です'
       REJECT-REQUEST-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REQUEST-ROLE-CHANGE  -  an existing credential's role is
      *  changed only with a second admin: check the account and the
      *  new role, then park the change with the role it has now
      *----------------------------------------------------------------
       REQUEST-ROLE-CHANGE section.
             if wreq-user of webif-rec = space
               move '対象ユーザー名が未入力です'
                    to werrmsg of webif-rec
               go to REQUEST-ROLE-CHANGE-EXIT
             end-if
             if wreq-role of webif-rec not = 'viewer'
                and wreq-role of webif-rec not = 'poster'
                and wreq-role of webif-rec not = 'admin'
               move '役割はviewer/poster/adminです'
                    to werrmsg of webif-rec
               go to REQUEST-ROLE-CHANGE-EXIT
             end-if
             open input credentials-file
             if credentials-file-fs not = zero
               move '認証マスタを開けません'
                    to werrmsg of webif-rec
               go to REQUEST-ROLE-CHANGE-EXIT
             end-if
             move wreq-user of webif-rec to cred-username
             read credentials-file
               invalid key
                 move '該当するユーザーがありません'
                      to werrmsg of webif-rec
                 close credentials-file
                 go to REQUEST-ROLE-CHANGE-EXIT
             end-read
             close credentials-file
             if cred-role-poster
                and wreq-role of webif-rec = 'poster'
                or cred-role = wreq-role of webif-rec
               move '既にその役割です'
                    to werrmsg of webif-rec
               go to REQUEST-ROLE-CHANGE-EXIT
             end-if

             initialize mast-chg-rec
             set mcq-role-change to true
             move wreq-user of webif-rec to mcq-target
             move wreq-role of webif-rec to mcqv-role
             move cred-role to mcq-before
             move space to wmcq-show
             string 'role=' delimited size
                    wreq-role of webif-rec delimited size
               into wmcq-show
             end-string
             perform PARK-MASTER-CHANGE.
       REQUEST-ROLE-CHANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PARK-MASTER-CHANGE  -  a master change takes a second admin:
      *  the request the caller filled in (kind, target, value and
      *  what the target holds now) goes into the two-person queue
      *  instead of being applied, for another admin to confirm on
      *  kozukaimastapprove.cob
      *----------------------------------------------------------------
       PARK-MASTER-CHANGE section.
             open i-o mast-chg-file
             if mast-chg-file-fs not = zero
               open output mast-chg-file
               close mast-chg-file
               open i-o mast-chg-file
             end-if
             if mast-chg-file-fs not = zero
               move '承認待ちに登録できません'
                    to werrmsg of webif-rec
               go to PARK-MASTER-CHANGE-EXIT
             end-if
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into mcq-stamp
             end-string
             move 'kozukaiacctreq' to mcq-program
             move wusername of webif-rec to mcq-requested-by
             move 'P' to mcq-status
             move space to mcq-decided-by
             move space to mcq-comment
             move mcq-stamp to mcq-updated
             move 'N' to wmcq-flag
             perform varying wmcq-seq from 0 by 1
                 until wmcq-seq > 99 or wmcq-queued
               move wmcq-seq to mcq-seq
               write mast-chg-rec
                 invalid key continue
                 not invalid key set wmcq-queued to true
               end-write
             end-perform
             close mast-chg-file

             if wmcq-queued
               move 'MASTREQ' to audit-operation
               move mcq-key to audit-key
               move space to audit-before-detail
               string mcq-kind   delimited size
                      ' '        delimited size
                      mcq-target delimited size
                      ' '        delimited size
                      mcq-before delimited size
                 into audit-before-detail
               end-string
               move wmcq-show to audit-after-detail
               perform AUDIT-WRITE
               move '承認待ちに登録しました'
                    to werrmsg of webif-rec
             else
               move '承認待ちに登録できません'
                    to werrmsg of webif-rec
             end-if.
       PARK-MASTER-CHANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SHOW-MY-STATUS  -  a requester re-opening the screen with
      *  their username sees where the request stands and why
      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  admin-role row in the credentials master; creating accounts
      *  is an admin's call.  Every password try, good or bad, goes
      *  into the login history through RECORD-LOGIN.
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             read credentials-file
               invalid key
                 close credentials-file
                 set lgl-failure to true
                 move 'unknown user' to lgl-reason
                 perform RECORD-LOGIN
                 go to CHECK-LOGIN-EXIT
             end-read
             close credentials-file
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               set lgl-failure to true
               move 'address refused' to lgl-reason
               perform RECORD-LOGIN
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-is-locked
               set lgl-failure to true
               move 'locked' to lgl-reason
               perform RECORD-LOGIN
               go to CHECK-LOGIN-EXIT
             end-if
             if not cred-role-admin
               set lgl-failure to true
               move 'not admin' to lgl-reason
               perform RECORD-LOGIN
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-hash not = zero
                  and cred-password = wpassword of webif-rec
                 set login-ok to true
               end-if
             end-if
             if login-ok
               set lgl-success to true
               move space to lgl-reason
             else
               set lgl-failure to true
               move 'bad password' to lgl-reason
             end-if
             perform RECORD-LOGIN.
       CHECK-LOGIN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RECORD-LOGIN  -  one row in the login history for the try
      *  CHECK-LOGIN just judged (lgl-result/lgl-reason already
      *  set); kozukailoginlog.cob also raises the new-device alert
      *----------------------------------------------------------------
       RECORD-LOGIN section.
             move wusername of webif-rec to lgl-user
             move 'kozukaiacctreq' to lgl-program
             call 'kozukailoginlog' using login-log-area
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaiacctreq' to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'program allow-list' to audit-after-detail
               perform AUDIT-WRITE
               move 'この接続元からは利用できません'
                    to werrmsg of webif-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-ROLE-ADDRESS  -  the allow-list for the role of the
      *  credential row just read, before its password is checked; a
      *  refused address is audited as IPREFUSE and the login fails
      *----------------------------------------------------------------
       CHECK-ROLE-ADDRESS section.
             set ipc-for-role to true
             move cred-role to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'role allow-list' to audit-after-detail
               perform AUDIT-WRITE
             end-if
             exit.

      *----------------------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
             move wusername of webif-rec to audit-user
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
