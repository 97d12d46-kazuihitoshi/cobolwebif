       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukairetainadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the retention policy master
      *  (kozukairetain.dat) - lists every file the nightly purge
      *  (kozukaipurge.cob) knows, with the keep period in days and
      *  the summarize switch it runs on, whether that comes from
      *  the master or the compiled default (copy/retainseed.cob),
      *  and what the last purge took off it.  An admin sets a
      *  file's policy (登録; a keep period of 0 keeps everything,
      *  otherwise it is at least 30 days) or takes the master row
      *  away so the default applies again (既定).  Only the files
      *  in the default list can be named - the purge has no code
      *  for any other.  Every change goes through AUDIT-WRITE.  The
      *  client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the login's
      *  role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select retain-file assign to "kozukairetain.dat"
           organization is indexed access mode is random
           record key is ret-file
           file status is retain-file-fs.
        select purge-log-file assign to "kozukaipurgelog.dat"
           organization is indexed access mode is dynamic
           record key is pl-key
           file status is purge-log-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd retain-file.
       copy retainfile.

       fd purge-log-file.
       copy purgelogfile.

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
         02 filler pic x(15) value 'FILE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfile-in        pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'KEEPDAYS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wkeep-in        pic x(05) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'SUMMARIZE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wsummarize-in   pic x(01) value space.
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
         02 retain-list-table.
            03 retain-list-array occurs 9.
               04 rtbl-file      pic x(30).
               04 rtbl-keep      pic x(05).
               04 rtbl-summarize pic x(01).
               04 rtbl-source    pic x(07).
               04 rtbl-last-date pic x(08).
               04 rtbl-last-rows pic x(09).
               04 rtbl-last-stat pic x(08).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy retainseed.

       77 rc                 pic s9(10) binary.
       01 retain-file-fs     pic 9(2).
       01 purge-log-file-fs  pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 purge-log-eof      pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(02).

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

      *  the file named on the screen: its place in the default list
      *  (zero when it is not one the purge knows) and the keep
      *  period keyed
       01 wseed-i            pic 9(02) value zero.
       01 wkeep-num          pic 9(05) value zero.
       01 wkeep-len          pic 9(02) value zero.
       01 wmin-keep-days     pic 9(05) value 30.
       01 wkeep-disp         pic z(4)9.
       01 wrows-disp         pic z(8)9.

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
            move 'retainadmin.html' to wscreenname of webif-rec
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

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '登録'
           when '既定'
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
             when '登録'
             when '既定'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '管理者権限が必要です'
                      to werrmsg of webif-rec
               else
                 evaluate wmode of webif-rec
                  when '登録' perform SAVE-POLICY
                  when '既定' perform DELETE-POLICY
                 end-evaluate
               end-if
             when other
               continue
            end-evaluate
            perform LIST-POLICIES
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          move space to wpassword of webif-rec.
          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  FIND-SEED-FILE  -  the named file's place in the default
      *  list, zero when the purge does not know it
      *----------------------------------------------------------------
       FIND-SEED-FILE section.
             move zero to wseed-i
             perform varying i from 1 by 1
                until i > retain-seed-count or wseed-i not = zero
               if rseed-file (i) = wfile-in of webif-rec
                 move i to wseed-i
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  SAVE-POLICY  -  write (or rewrite) the master row for the
      *  named file from the posted keep period and summarize switch
      *----------------------------------------------------------------
       SAVE-POLICY section.
             perform FIND-SEED-FILE
             if wseed-i = zero
               move '保存期間の対象外のファイルです'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if
             if wkeep-in of webif-rec = space
               move '保存日数が未入力です'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if
      *      digits from the left, nothing but blanks after them
             move zero to wkeep-num
             move zero to wkeep-len
             inspect wkeep-in of webif-rec tallying wkeep-len
                for characters before initial space
             if wkeep-len = zero
                or wkeep-in of webif-rec (1:wkeep-len) not numeric
               move '保存日数が不正です'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if
             if wkeep-len < 5
                and wkeep-in of webif-rec (wkeep-len + 1:) not = space
               move '保存日数が不正です'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if
             compute wkeep-num =
                function numval(wkeep-in of webif-rec (1:wkeep-len))
             if wkeep-num not = zero and wkeep-num < wmin-keep-days
               move '保存日数は0か30以上です'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if
             if wsummarize-in of webif-rec = space
               move 'N' to wsummarize-in of webif-rec
             end-if
             if wsummarize-in of webif-rec not = 'Y'
                and wsummarize-in of webif-rec not = 'N'
               move '要約はYかNです'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if

             open i-o retain-file
             if retain-file-fs not = zero then
               open output retain-file
               close retain-file
               open i-o retain-file
             end-if
             if retain-file-fs not = zero then
               move '保存期間マスタを開けません'
                    to werrmsg of webif-rec
               go to SAVE-POLICY-EXIT
             end-if

             move space to audit-before-detail
             move wfile-in of webif-rec to ret-file
             read retain-file
               invalid key
                 move rseed-keep-days (wseed-i) to wkeep-disp
                 string 'keep ' delimited size
                        function trim(wkeep-disp) delimited size
                        ' summarize ' delimited size
                        rseed-summarize (wseed-i) delimited size
                        ' (default)' delimited size
                   into audit-before-detail
                 end-string
               not invalid key
                 move ret-keep-days to wkeep-disp
                 string 'keep ' delimited size
                        function trim(wkeep-disp) delimited size
                        ' summarize ' delimited size
                        ret-summarize delimited size
                   into audit-before-detail
                 end-string
             end-read

             move wfile-in of webif-rec to ret-file
             move wkeep-num to ret-keep-days
             move wsummarize-in of webif-rec to ret-summarize
             move wusername of webif-rec to ret-updated-by
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into ret-updated
             end-string
             write retain-rec
               invalid key rewrite retain-rec
             end-write
             close retain-file

             move 'RETAIN' to audit-operation
             move wfile-in of webif-rec to audit-key
             move space to audit-after-detail
             move ret-keep-days to wkeep-disp
             string 'keep ' delimited size
                    function trim(wkeep-disp) delimited size
                    ' summarize ' delimited size
                    ret-summarize delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             move '登録しました'
                  to werrmsg of webif-rec.
       SAVE-POLICY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-POLICY  -  take the named file's master row away; the
      *  purge goes back to the compiled default for it
      *----------------------------------------------------------------
       DELETE-POLICY section.
             perform FIND-SEED-FILE
             if wseed-i = zero
               move '保存期間の対象外のファイルです'
                    to werrmsg of webif-rec
               go to DELETE-POLICY-EXIT
             end-if
             open i-o retain-file
             if retain-file-fs not = zero then
               move '既定値のまま変更はありません'
                    to werrmsg of webif-rec
               go to DELETE-POLICY-EXIT
             end-if
             move wfile-in of webif-rec to ret-file
             read retain-file
               invalid key
                 move '既定値のまま変更はありません'
                      to werrmsg of webif-rec
               not invalid key
                 move space to audit-before-detail
                 move ret-keep-days to wkeep-disp
                 string 'keep ' delimited size
                        function trim(wkeep-disp) delimited size
                        ' summarize ' delimited size
                        ret-summarize delimited size
                   into audit-before-detail
                 end-string
                 delete retain-file
                 move 'RETAINDEF' to audit-operation
                 move wfile-in of webif-rec to audit-key
                 move space to audit-after-detail
                 move rseed-keep-days (wseed-i) to wkeep-disp
                 string 'keep ' delimited size
                        function trim(wkeep-disp) delimited size
                        ' summarize ' delimited size
                        rseed-summarize (wseed-i) delimited size
                        ' (default)' delimited size
                   into audit-after-detail
                 end-string
                 perform AUDIT-WRITE
                 move '既定値に戻しました'
                      to werrmsg of webif-rec
             end-read
             close retain-file.
       DELETE-POLICY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-POLICIES  -  every file the purge knows, on the policy
      *  it will run on tonight, with the latest purge log row for it
      *----------------------------------------------------------------
       LIST-POLICIES section.
             move space to retain-list-table of webif-rec
             perform varying i from 1 by 1 until i > retain-seed-count
               move rseed-file (i) to rtbl-file (i)
               move rseed-keep-days (i) to wkeep-disp
               move wkeep-disp to rtbl-keep (i)
               move rseed-summarize (i) to rtbl-summarize (i)
               move 'DEFAULT' to rtbl-source (i)
             end-perform

             open input retain-file
             if retain-file-fs = zero then
               perform varying i from 1 by 1
                  until i > retain-seed-count
                 move rseed-file (i) to ret-file
                 read retain-file
                   invalid key continue
                   not invalid key
                     move ret-keep-days to wkeep-disp
                     move wkeep-disp to rtbl-keep (i)
                     move ret-summarize to rtbl-summarize (i)
                     move 'MASTER' to rtbl-source (i)
                 end-read
               end-perform
               close retain-file
             end-if

      *      the log reads back oldest first, so the last row seen
      *      for a file is its latest
             open input purge-log-file
             if purge-log-file-fs not = zero then
               go to LIST-POLICIES-EXIT
             end-if
             move space to purge-log-eof
             read purge-log-file next record
               at end move 'EOF' to purge-log-eof
             end-read
             perform until purge-log-eof = 'EOF'
               perform varying i from 1 by 1
                  until i > retain-seed-count
                 if rseed-file (i) = pl-file
                   move pl-date to rtbl-last-date (i)
                   move pl-removed to wrows-disp
                   move wrows-disp to rtbl-last-rows (i)
                   move pl-status to rtbl-last-stat (i)
                 end-if
               end-perform
               read purge-log-file next record
                 at end move 'EOF' to purge-log-eof
               end-read
             end-perform
             close purge-log-file.
       LIST-POLICIES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  admin-role row in the credentials master; how long the
      *  household's records are kept is an admin's call
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
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
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-is-locked or not cred-role-admin
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
             move 'kozukairetainadmin' to ipc-target
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
             move 'kozukairetainadmin' to audit-program
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
