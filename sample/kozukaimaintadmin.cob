       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimaintadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the system-wide maintenance switch
      *  (kozukaimaint.dat) - shows whether it is on, with the reason,
      *  the expected end, who set it and when, and lets an admin
      *  turn it on (開始) with a reason and an expected end
      *  (YYYYMMDDHHMM, optional) or off again (終了).  While it is on
      *  every changing mode of the CGIs is refused with the
      *  maintenance banner (see kozukaimaintcheck.cob); this screen
      *  is the one place it is never refused, or the switch could
      *  not be turned off.  Every change goes through AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
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
         02 filler pic x(15) value 'REASON'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreason-in      pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'UNTIL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wuntil-in       pic x(12) value space.
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
         02 filler pic x(15) value 'MAINTSTATUS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmaint-status   pic x(03) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CURREASON'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcur-reason     pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CURUNTIL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcur-until      pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'SETBY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcur-set-by     pic x(20) value space.
         02 filler pic x value low-value.

       copy auditlog.

       copy web-lock.

       copy datecheck.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 credentials-file-fs pic 9(2).
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wuntil-hh          pic 9(02).
       01 wuntil-mi          pic 9(02).

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

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          if wscreenname of webif-rec = space then
            move 'maintadmin.html' to wscreenname of webif-rec
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

          move 'maint_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '開始'
           when '終了'
             set lc-lock-exclusive to true
           when other
             set lc-lock-share to true
          end-evaluate.
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
             when '開始'
             when '終了'
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
                    when '開始' perform BEGIN-MAINTENANCE
                    when '終了' perform END-MAINTENANCE
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform SHOW-MAINTENANCE
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          move space to wpassword of webif-rec.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  BEGIN-MAINTENANCE  -  the reason is required, the expected
      *  end optional but a real date and time when given; a switch
      *  already on (a batch utility's, say) is left as it is
      *----------------------------------------------------------------
       BEGIN-MAINTENANCE section.
             if wreason-in of webif-rec = space
               move '理由を入力してください'
                    to werrmsg of webif-rec
               go to BEGIN-MAINTENANCE-EXIT
             end-if
             if wuntil-in of webif-rec not = space
               perform EDIT-UNTIL
               if werrmsg of webif-rec not = space
                 go to BEGIN-MAINTENANCE-EXIT
               end-if
             end-if
             move wreason-in of webif-rec to mtc-reason
             move wuntil-in of webif-rec  to mtc-until
             move wusername of webif-rec  to mtc-set-by
             set mtc-begin to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-off
               move 'メンテナンスファイルを開けません'
                    to werrmsg of webif-rec
               go to BEGIN-MAINTENANCE-EXIT
             end-if
             if mtc-already-on
               move 'すでにメンテナンス中です'
                    to werrmsg of webif-rec
               go to BEGIN-MAINTENANCE-EXIT
             end-if
             move 'MAINTON' to audit-operation
             move 'MAINT' to audit-key
             move space to audit-before-detail
             string mtc-until  delimited size
                    ' '        delimited size
                    mtc-reason delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             move 'メンテナンスを開始しました'
                  to werrmsg of webif-rec.
       BEGIN-MAINTENANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  END-MAINTENANCE  -  switch off, whoever turned it on; the
      *  audit row keeps what was in force
      *----------------------------------------------------------------
       END-MAINTENANCE section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-off
               move 'メンテナンス中ではありません'
                    to werrmsg of webif-rec
               go to END-MAINTENANCE-EXIT
             end-if
             move 'MAINTOFF' to audit-operation
             move 'MAINT' to audit-key
             string mtc-set-by delimited size
                    ' '        delimited size
                    mtc-reason delimited size
               into audit-before-detail
             end-string
             move space to audit-after-detail
             set mtc-end to true
             call 'kozukaimaintcheck' using maint-check-area
             perform AUDIT-WRITE
             move 'メンテナンスを終了しました'
                  to werrmsg of webif-rec.
       END-MAINTENANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-UNTIL  -  YYYYMMDDHHMM: a real calendar date, then an
      *  hour and minute on the clock
      *----------------------------------------------------------------
       EDIT-UNTIL section.
             move wuntil-in of webif-rec (1:8) to wdc-date
             perform CHECK-DATE
             if date-not-ok
                or wuntil-in of webif-rec (9:4) not numeric
               move '終了予定日時が不正です'
                    to werrmsg of webif-rec
               go to EDIT-UNTIL-EXIT
             end-if
             move wuntil-in of webif-rec (9:2)  to wuntil-hh
             move wuntil-in of webif-rec (11:2) to wuntil-mi
             if wuntil-hh > 23 or wuntil-mi > 59
               move '終了予定日時が不正です'
                    to werrmsg of webif-rec
             end-if.
       EDIT-UNTIL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SHOW-MAINTENANCE  -  the switch as it now stands onto the
      *  screen, the banner in place of an empty message while on
      *----------------------------------------------------------------
       SHOW-MAINTENANCE section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on
               move 'ON'       to wmaint-status of webif-rec
               move mtc-reason to wcur-reason of webif-rec
               move mtc-until  to wcur-until of webif-rec
               move mtc-set-by to wcur-set-by of webif-rec
               if werrmsg of webif-rec = space
                 move mtc-banner to werrmsg of webif-rec
               end-if
             else
               move 'OFF'      to wmaint-status of webif-rec
               move space      to wcur-reason of webif-rec
               move space      to wcur-until of webif-rec
               move space      to wcur-set-by of webif-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before the switch may be thrown
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
      *  CHECK-DATE  -  calendar validation of wdc-date: eight
      *  digits, a real month, a real day for the month (February 29
      *  only in a leap year)
      *----------------------------------------------------------------
       CHECK-DATE section.
             set date-not-ok to true
             if wdc-date not numeric
               go to CHECK-DATE-EXIT
             end-if
             move wdc-date (1:4) to wdc-yyyy
             move wdc-date (5:2) to wdc-mm
             move wdc-date (7:2) to wdc-dd
             if wdc-mm < 1 or wdc-mm > 12
               go to CHECK-DATE-EXIT
             end-if
             evaluate wdc-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to wdc-maxdd
               when 4 when 6 when 9 when 11
                 move 30 to wdc-maxdd
               when 2
                 if function mod(wdc-yyyy, 4) = zero
                    and (function mod(wdc-yyyy, 100) not = zero
                         or function mod(wdc-yyyy, 400) = zero)
                   move 29 to wdc-maxdd
                 else
                   move 28 to wdc-maxdd
                 end-if
             end-evaluate
             if wdc-dd < 1 or wdc-dd > wdc-maxdd
               go to CHECK-DATE-EXIT
             end-if
             set date-ok to true.
       CHECK-DATE-EXIT.
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
             move 'kozukaimaintadmin' to ipc-target
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
             move 'kozukaimaintadmin' to audit-program
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
