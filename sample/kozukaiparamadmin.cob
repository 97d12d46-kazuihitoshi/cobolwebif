       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiparamadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the configuration parameter master
      *  (kozukaiparam.dat) - lists every setting with the value in
      *  force, where it comes from (M the master, E still the web
      *  server's environment, D the program's built-in default),
      *  its range, description and who last changed it when.  An
      *  admin sets a value (変更) - a numeric setting only as a
      *  whole number inside its range, held zero-filled to its
      *  width - or clears the master's value (解除) so the setting
      *  falls back to the environment and then the default.  The
      *  definitions themselves come from kozukaiparamload.cob.
      *  Every change goes through AUDIT-WRITE with the value before
      *  and after.  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select param-file assign to "kozukaiparam.dat"
           organization is indexed access mode is dynamic
           record key is par-name
           file status is param-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd param-file.
       copy paramfile.

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
         02 filler pic x(15) value 'PARAMNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wparam-name     pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PARAMVALUE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wparam-value    pic x(100) value space.
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
         02 param-list-table.
            03 param-list-array occurs 50.
               04 ptbl-name       pic x(30).
               04 ptbl-value      pic x(40).
               04 ptbl-source     pic x(01).
               04 ptbl-min        pic 9(09).
               04 ptbl-max        pic 9(09).
               04 ptbl-desc       pic x(60).
               04 ptbl-changed-by pic x(20).
               04 ptbl-changed-at pic x(14).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy paramget.

       77 rc                 pic s9(10) binary.
       01 param-file-fs      pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 param-eof          pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

       01 wenv-name          pic x(30) value space.
       01 wenv-value         pic x(200) value space.
       01 wold-value         pic x(200) value space.
       01 wnum-ok            pic x value 'N'.
          88 wnum-valid         value 'Y'.
          88 wnum-invalid       value 'N'.
       01 wnum-len           pic 9(03) value zero.
       01 wnum-value         pic 9(09) value zero.
       01 wnum-digits        pic x(09) value space.
       01 wnum-start         pic 9(02) value zero.

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-role        pic x(06) value space.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          if wscreenname of webif-rec = space then
            move 'paramadmin.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused then
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            STOP RUN
          end-if.

          move 'param_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '変更'
           when '解除'
             set lc-lock-exclusive to true
           when other
             set lc-lock-share to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            string 'ロックを取得できないため'
                     delimited size
                   '処理を中断しました'
                     delimited size
              into werrmsg of webif-rec
            end-string
          else
            evaluate wmode of webif-rec
             when '変更'
             when '解除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
                 if wlogin-role not = 'admin'
                   move '管理者権限が必要です'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '変更' perform SET-PARAM
                    when '解除' perform CLEAR-PARAM
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-PARAMS
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          move space to wpassword of webif-rec.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  SET-PARAM  -  the named setting must already be defined in
      *  the master; a numeric one takes only a whole number within
      *  par-min..par-max, zero-filled to par-width on the way in
      *----------------------------------------------------------------
       SET-PARAM section.
             if wparam-name of webif-rec = space
               move 'パラメータ名を入力してください'
                    to werrmsg of webif-rec
               go to SET-PARAM-EXIT
             end-if
             if wparam-value of webif-rec = space
               move '値を入力してください'
                    to werrmsg of webif-rec
               go to SET-PARAM-EXIT
             end-if
             open i-o param-file
             if param-file-fs not = zero then
               move 'パラメータマスタを開けません'
                    to werrmsg of webif-rec
               go to SET-PARAM-EXIT
             end-if
             move wparam-name of webif-rec to par-name
             read param-file
               invalid key
                 move '該当するパラメータがありません'
                      to werrmsg of webif-rec
                 close param-file
                 go to SET-PARAM-EXIT
             end-read
             move wparam-value of webif-rec to wenv-value
             if par-numeric
               perform EDIT-NUMERIC-VALUE
               if wnum-invalid
                 string '値は範囲内の整数で'
                          delimited size
                        '入力してください'
                          delimited size
                   into werrmsg of webif-rec
                 end-string
                 close param-file
                 go to SET-PARAM-EXIT
               end-if
             end-if
             move par-value to wold-value
             move wenv-value to par-value
             perform STAMP-CHANGE
             rewrite param-rec
             close param-file
             move 'PARAMSET' to audit-operation
             perform AUDIT-CHANGE
             move 'パラメータを変更しました'
                  to werrmsg of webif-rec.
       SET-PARAM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CLEAR-PARAM  -  blank the master's value; the definition
      *  stays, and the programs go back to the environment variable
      *  and then their own default
      *----------------------------------------------------------------
       CLEAR-PARAM section.
             if wparam-name of webif-rec = space
               move 'パラメータ名を入力してください'
                    to werrmsg of webif-rec
               go to CLEAR-PARAM-EXIT
             end-if
             open i-o param-file
             if param-file-fs not = zero then
               move 'パラメータマスタを開けません'
                    to werrmsg of webif-rec
               go to CLEAR-PARAM-EXIT
             end-if
             move wparam-name of webif-rec to par-name
             read param-file
               invalid key
                 move '該当するパラメータがありません'
                      to werrmsg of webif-rec
                 close param-file
                 go to CLEAR-PARAM-EXIT
             end-read
             if par-value = space
               move 'マスタに値がありません'
                    to werrmsg of webif-rec
               close param-file
               go to CLEAR-PARAM-EXIT
             end-if
             move par-value to wold-value
             move space to par-value
             perform STAMP-CHANGE
             rewrite param-rec
             close param-file
             move 'PARAMCLR' to audit-operation
             perform AUDIT-CHANGE
             move 'パラメータを解除しました'
                  to werrmsg of webif-rec.
       CLEAR-PARAM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-NUMERIC-VALUE  -  wenv-value must be 1 to 9 digits
      *  (leading zeros allowed) within par-min..par-max; when it is,
      *  it comes back right-justified and zero-filled to par-width
      *----------------------------------------------------------------
       EDIT-NUMERIC-VALUE section.
             set wnum-invalid to true
             move zero to wnum-len
             inspect wenv-value tallying wnum-len
               for characters before initial space
             if wnum-len = zero or wnum-len > 9
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             if wenv-value (wnum-len + 1:) not = space
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             if wenv-value (1:wnum-len) is not numeric
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             move wenv-value (1:wnum-len) to wnum-value
             if wnum-value < par-min or wnum-value > par-max
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             move wnum-value to wnum-digits
             compute wnum-start = 10 - par-width
             move space to wenv-value
             move wnum-digits (wnum-start:par-width) to wenv-value
             set wnum-valid to true.
       EDIT-NUMERIC-VALUE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-CHANGE  -  who changed the row and when
      *----------------------------------------------------------------
       STAMP-CHANGE section.
             move wusername of webif-rec to par-changed-by
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into par-changed-at
             end-string
             exit.

      *----------------------------------------------------------------
      *  AUDIT-CHANGE  -  the setting's name with its value before
      *  and after in the detail fields (the name is longer than the
      *  audit key holds)
      *----------------------------------------------------------------
       AUDIT-CHANGE section.
             move par-name to audit-key
             move space to audit-before-detail
             string par-name delimited space
                    '='      delimited size
                    wold-value (1:48) delimited size
               into audit-before-detail
             end-string
             move space to audit-after-detail
             string par-name delimited space
                    '='      delimited size
                    par-value (1:48) delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             exit.

      *----------------------------------------------------------------
      *  LIST-PARAMS  -  the whole master in name order into the
      *  display table, each row with the value in force and its
      *  source the way kozukaiparam.cob would answer it
      *----------------------------------------------------------------
       LIST-PARAMS section.
             move space to param-list-table of webif-rec
             move zero to i
             open input param-file
             if param-file-fs not = zero then
               go to LIST-PARAMS-EXIT
             end-if
             move space to param-eof
             read param-file next record
               at end move 'EOF' to param-eof
             end-read
             perform until param-eof = 'EOF' or i >= 50
               add 1 to i
               move par-name to ptbl-name (i)
               if par-value not = space
                 move par-value (1:40) to ptbl-value (i)
                 move 'M' to ptbl-source (i)
               else
                 move par-name to wenv-name
                 move space to wenv-value
                 accept wenv-value from environment wenv-name
                 if wenv-value not = space
                   move wenv-value (1:40) to ptbl-value (i)
                   move 'E' to ptbl-source (i)
                 else
                   move 'D' to ptbl-source (i)
                 end-if
               end-if
               move par-min to ptbl-min (i)
               move par-max to ptbl-max (i)
               move par-desc to ptbl-desc (i)
               move par-changed-by to ptbl-changed-by (i)
               move par-changed-at to ptbl-changed-at (i)
               read param-file next record
                 at end move 'EOF' to param-eof
               end-read
             end-perform
             close param-file.
       LIST-PARAMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before a setting may be changed
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             if wusername of webif-rec not = space then
               move wusername of webif-rec to cred-username
               open input credentials-file
               if credentials-file-fs = zero then
                 read credentials-file
                   invalid key set login-not-ok to true
                   not invalid key
                     perform CHECK-ROLE-ADDRESS
                     if ipc-allowed
                       perform VERIFY-CRED-PASSWORD
                     end-if
                     move cred-role to wlogin-role
                 end-read
                 close credentials-file
               end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  VERIFY-CRED-PASSWORD  -  a locked account never verifies;
      *  otherwise the posted password is checked against the salted
      *  hash, falling back to the legacy clear-text field only while
      *  the row has no hash yet
      *----------------------------------------------------------------
       VERIFY-CRED-PASSWORD section.
             if cred-is-locked
               go to VERIFY-CRED-PASSWORD-EXIT
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
             end-if.
       VERIFY-CRED-PASSWORD-EXIT.
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
      *  (set by the web-lock copybook); KOZUKAI_LOCKTIMEOUT lets an
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               move wenv-locktmo-num to lc-lock-timeout
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaiparamadmin' to ipc-target
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
      *  hand it to the CGI framework's log writer
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaiparamadmin' to audit-program
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
