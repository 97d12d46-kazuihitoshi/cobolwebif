       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiallowadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the client address allow-list
      *  (kozukaiallow.dat) - lists every range with the program or
      *  role it opens, and lets an admin add a range (追加: SCOPE P
      *  or R, TARGET, FROMADDR and optional TOADDR, NOTE) or delete
      *  one (削除: SCOPE, TARGET, SEQ).  The screen shows the
      *  address it is being used from, and refuses a change that
      *  would shut that address out of this screen or out of the
      *  admin's own role, so the list can always be put right from
      *  where it was changed.  The screen is itself on the list as
      *  kozukaiallowadmin.  Every change goes through AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select allow-file assign to "kozukaiallow.dat"
           organization is indexed access mode is dynamic
           record key is alw-key
           file status is allow-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd allow-file.
       copy allowfile.

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
         02 filler pic x(15) value 'SCOPE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wscope-in       pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TARGET'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtarget-in      pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'SEQ'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wseq-in         pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FROMADDR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfrom-in        pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TOADDR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wto-in          pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnote-in        pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CLIENTADDR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wclient-addr    pic x(40) value space.
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
         02 allow-list-table.
            03 allow-list-array occurs 40.
               04 atbl-scope      pic x(01).
               04 atbl-target     pic x(20).
               04 atbl-seq        pic 9(02).
               04 atbl-from       pic x(40).
               04 atbl-to         pic x(40).
               04 atbl-note       pic x(40).
               04 atbl-updated-by pic x(20).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy paramget.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 allow-file-fs      pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 allow-eof          pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 wnext-seq          pic 9(03) value zero.
       01 wallow-save        pic x(177) value space.
       01 wlock-out          pic x value 'N'.
          88 wwould-lock-out    value 'Y'.

      *  PARSE-ADDRESS work area: wpa-text in, wpa-num/wpa-valid out
       01 wpa-text           pic x(40) value space.
       01 wpa-num            pic 9(12) value zero.
       01 wpa-flag           pic x value 'N'.
          88 wpa-valid          value 'Y'.
          88 wpa-invalid        value 'N'.
       01 wpa-parts.
          02 wpa-part        pic x(04) occurs 4.
       01 wpa-lens.
          02 wpa-len         pic 9(02) occurs 4.
       01 wpa-count          pic 9(02) value zero.
       01 wpa-ptr            pic 9(02) value zero.
       01 wpa-octet          pic 9(03) value zero.
       01 wpa-i              pic 9(01) value zero.
       01 wfrom-num          pic 9(12) value zero.

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
            move 'allowadmin.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          move ipc-addr to wclient-addr of webif-rec.
          if ipc-refused then
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            STOP RUN
          end-if.

          move 'allow_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
           when '削除'
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
             when '追加'
             when '削除'
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
                    when '追加' perform ADD-RANGE
                    when '削除' perform DELETE-RANGE
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-RANGES
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
      *  ADD-RANGE  -  scope P or R and a target are required; the
      *  from address must be a dotted IPv4 one when a to address is
      *  given (and the to no lower than the from), otherwise it is
      *  taken as the one address.  The row goes in under the next
      *  sequence number for the target, and comes out again when it
      *  would lock this client out.
      *----------------------------------------------------------------
       ADD-RANGE section.
             if (wscope-in of webif-rec not = 'P'
                 and wscope-in of webif-rec not = 'R')
                or wtarget-in of webif-rec = space
               move '区分(P/R)と対象を入力してください'
                    to werrmsg of webif-rec
               go to ADD-RANGE-EXIT
             end-if
             if wfrom-in of webif-rec = space
               move '開始アドレスを入力してください'
                    to werrmsg of webif-rec
               go to ADD-RANGE-EXIT
             end-if
             if wto-in of webif-rec not = space
               move wfrom-in of webif-rec to wpa-text
               perform PARSE-ADDRESS
               move wpa-num to wfrom-num
               if wpa-valid
                 move wto-in of webif-rec to wpa-text
                 perform PARSE-ADDRESS
               end-if
               if wpa-invalid or wpa-num < wfrom-num
                 move 'アドレスの範囲が不正です'
                      to werrmsg of webif-rec
                 go to ADD-RANGE-EXIT
               end-if
             end-if
             open i-o allow-file
             if allow-file-fs not = zero then
               open output allow-file
               close allow-file
               open i-o allow-file
             end-if
             if allow-file-fs not = zero then
               move '許可リストを開けません'
                    to werrmsg of webif-rec
               go to ADD-RANGE-EXIT
             end-if
             perform FIND-NEXT-SEQ
             if wnext-seq > 99
               move 'これ以上登録できません'
                    to werrmsg of webif-rec
               close allow-file
               go to ADD-RANGE-EXIT
             end-if
             move wscope-in of webif-rec  to alw-scope
             move wtarget-in of webif-rec to alw-target
             move wnext-seq               to alw-seq
             move wfrom-in of webif-rec   to alw-from
             move wto-in of webif-rec     to alw-to
             move wnote-in of webif-rec   to alw-note
             move wusername of webif-rec  to alw-updated-by
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into alw-updated-at
             end-string
             write allow-rec
               invalid key
                 move '許可リストに登録できません'
                      to werrmsg of webif-rec
                 close allow-file
                 go to ADD-RANGE-EXIT
             end-write
             move allow-rec to wallow-save
             close allow-file
             perform CHECK-SELF-LOCKOUT
             move wallow-save to allow-rec
             if wwould-lock-out
               open i-o allow-file
               delete allow-file
                 invalid key continue
               end-delete
               close allow-file
               string 'この接続元が締め出されるため'
                        delimited size
                      '登録できません'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to ADD-RANGE-EXIT
             end-if
             move 'ADD' to audit-operation
             move alw-target to audit-key
             move space to audit-before-detail
             move space to audit-after-detail
             string alw-scope delimited size
                    alw-seq  delimited size
                    ' '      delimited size
                    alw-from delimited space
                    '-'      delimited size
                    alw-to   delimited space
                    ' '      delimited size
                    alw-note delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             move '許可範囲を登録しました'
                  to werrmsg of webif-rec.
       ADD-RANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-RANGE  -  remove one row by scope, target and
      *  sequence; put back when it was the range this client came
      *  in by and the target still has others
      *----------------------------------------------------------------
       DELETE-RANGE section.
             if (wscope-in of webif-rec not = 'P'
                 and wscope-in of webif-rec not = 'R')
                or wtarget-in of webif-rec = space
                or wseq-in of webif-rec not numeric
               string '区分、対象、番号を'
                        delimited size
                      '入力してください'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to DELETE-RANGE-EXIT
             end-if
             open i-o allow-file
             if allow-file-fs not = zero then
               move '許可リストを開けません'
                    to werrmsg of webif-rec
               go to DELETE-RANGE-EXIT
             end-if
             move wscope-in of webif-rec  to alw-scope
             move wtarget-in of webif-rec to alw-target
             move wseq-in of webif-rec    to alw-seq
             read allow-file
               invalid key
                 move '該当する許可範囲がありません'
                      to werrmsg of webif-rec
                 close allow-file
                 go to DELETE-RANGE-EXIT
             end-read
             move allow-rec to wallow-save
             delete allow-file
             close allow-file
             perform CHECK-SELF-LOCKOUT
             move wallow-save to allow-rec
             if wwould-lock-out
               open i-o allow-file
               write allow-rec
                 invalid key continue
               end-write
               close allow-file
               string 'この接続元が締め出されるため'
                        delimited size
                      '削除できません'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to DELETE-RANGE-EXIT
             end-if
             move 'DELETE' to audit-operation
             move alw-target to audit-key
             move space to audit-before-detail
             string alw-scope delimited size
                    alw-seq  delimited size
                    ' '      delimited size
                    alw-from delimited space
                    '-'      delimited size
                    alw-to   delimited space
                    ' '      delimited size
                    alw-note delimited size
               into audit-before-detail
             end-string
             move space to audit-after-detail
             perform AUDIT-WRITE
             move '許可範囲を削除しました'
                  to werrmsg of webif-rec.
       DELETE-RANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FIND-NEXT-SEQ  -  one past the highest sequence the target
      *  already has (allow-file open i-o, the key fields set)
      *----------------------------------------------------------------
       FIND-NEXT-SEQ section.
             move 1 to wnext-seq
             move wscope-in of webif-rec  to alw-scope
             move wtarget-in of webif-rec to alw-target
             move zero to alw-seq
             move space to allow-eof
             start allow-file key is not less than alw-key
               invalid key move 'EOF' to allow-eof
             end-start
             if allow-eof not = 'EOF'
               read allow-file next record
                 at end move 'EOF' to allow-eof
               end-read
             end-if
             perform until allow-eof = 'EOF'
                or alw-scope not = wscope-in of webif-rec
                or alw-target not = wtarget-in of webif-rec
               compute wnext-seq = alw-seq + 1
               read allow-file next record
                 at end move 'EOF' to allow-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  CHECK-SELF-LOCKOUT  -  with the change made, would this
      *  client still get into this screen, and log in with the
      *  admin's own role?
      *----------------------------------------------------------------
       CHECK-SELF-LOCKOUT section.
             move 'N' to wlock-out
             set ipc-for-program to true
             move 'kozukaiallowadmin' to ipc-target
             move wclient-addr of webif-rec to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               set wwould-lock-out to true
             end-if
             set ipc-for-role to true
             move wlogin-role to ipc-target
             move wclient-addr of webif-rec to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               set wwould-lock-out to true
             end-if
             set ipc-allowed to true
             exit.

      *----------------------------------------------------------------
      *  LIST-RANGES  -  the whole allow-list in key order (programs,
      *  then roles) into the display table
      *----------------------------------------------------------------
       LIST-RANGES section.
             move space to allow-list-table of webif-rec
             move zero to i
             open input allow-file
             if allow-file-fs not = zero then
               go to LIST-RANGES-EXIT
             end-if
             move space to allow-eof
             read allow-file next record
               at end move 'EOF' to allow-eof
             end-read
             perform until allow-eof = 'EOF' or i >= 40
               add 1 to i
               move alw-scope      to atbl-scope (i)
               move alw-target     to atbl-target (i)
               move alw-seq        to atbl-seq (i)
               move alw-from       to atbl-from (i)
               move alw-to         to atbl-to (i)
               move alw-note       to atbl-note (i)
               move alw-updated-by to atbl-updated-by (i)
               read allow-file next record
                 at end move 'EOF' to allow-eof
               end-read
             end-perform
             close allow-file.
       LIST-RANGES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PARSE-ADDRESS  -  wpa-text as a dotted IPv4 address: four
      *  parts of one to three digits, each 0-255, nothing after.
      *  wpa-num carries it as twelve digits, three per part, so two
      *  addresses compare as numbers (the same parse
      *  kozukaiipcheck.cob makes).
      *----------------------------------------------------------------
       PARSE-ADDRESS section.
             set wpa-invalid to true
             move zero to wpa-num
             move space to wpa-parts
             move zero to wpa-lens
             move zero to wpa-count
             move 1 to wpa-ptr
             unstring wpa-text delimited by '.' or space
                into wpa-part (1) count in wpa-len (1)
                     wpa-part (2) count in wpa-len (2)
                     wpa-part (3) count in wpa-len (3)
                     wpa-part (4) count in wpa-len (4)
                with pointer wpa-ptr
                tallying in wpa-count
             end-unstring
             if wpa-count not = 4
               go to PARSE-ADDRESS-EXIT
             end-if
             if wpa-ptr <= 40
               if wpa-text (wpa-ptr:) not = space
                 go to PARSE-ADDRESS-EXIT
               end-if
             end-if
             perform varying wpa-i from 1 by 1 until wpa-i > 4
               if wpa-len (wpa-i) < 1 or wpa-len (wpa-i) > 3
                 go to PARSE-ADDRESS-EXIT
               end-if
               if wpa-part (wpa-i) (1:wpa-len (wpa-i)) not numeric
                 go to PARSE-ADDRESS-EXIT
               end-if
               move wpa-part (wpa-i) (1:wpa-len (wpa-i))
                 to wpa-octet
               if wpa-octet > 255
                 go to PARSE-ADDRESS-EXIT
               end-if
               compute wpa-num = wpa-num * 1000 + wpa-octet
             end-perform
             set wpa-valid to true.
       PARSE-ADDRESS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaiallowadmin' to ipc-target
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
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before the list may be changed
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
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
      *  hand it to the CGI framework's log writer
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaiallowadmin' to audit-program
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
