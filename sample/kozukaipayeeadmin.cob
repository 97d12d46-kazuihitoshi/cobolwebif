       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayeeadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the payee master (kozukaipayee.dat) -
      *  lists every payee with its name and alias patterns and lets
      *  a credentialed user add one, rename it, change its patterns
      *  or delete one that was keyed by mistake.  The patterns are
      *  what kozukaipayeematch.cob reads a note by when a row is
      *  posted, and what kozukaipayeefill.cob back-fills the older
      *  rows with.  Every change goes through AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payee-file assign to "kozukaipayee.dat"
           organization is indexed access mode is dynamic
           record key is payee-code
           file status is payee-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payee-file.
       copy payeefile.

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
         02 filler pic x(15) value 'PAYEE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpayee          pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYEENAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpayee-name     pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ALIAS1'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 walias1         pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ALIAS2'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 walias2         pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ALIAS3'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 walias3         pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ALIAS4'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 walias4         pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ALIAS5'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 walias5         pic x(20) value space.
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
         02 payee-list-table.
            03 payee-list-array occurs 30.
               04 ptbl-code   pic x(08).
               04 ptbl-name   pic x(30).
               04 ptbl-alias  pic x(20) occurs 5.

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 payee-file-fs      pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 payee-eof          pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 a                  pic 9(02).

      *  the five alias fields of the form, as a table
       01 walias-in-tab.
        02 walias-in         pic x(20) occurs 5.

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
            move 'payeeadmin.html' to wscreenname of webif-rec
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

          move walias1 of webif-rec to walias-in (1).
          move walias2 of webif-rec to walias-in (2).
          move walias3 of webif-rec to walias-in (3).
          move walias4 of webif-rec to walias-in (4).
          move walias5 of webif-rec to walias-in (5).

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
           when '変更'
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
             when '変更'
             when '削除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
                 evaluate wmode of webif-rec
                  when '追加' perform ADD-PAYEE
                  when '変更' perform CHANGE-PAYEE
                  when '削除' perform DELETE-PAYEE
                 end-evaluate
               end-if
             when other
               continue
            end-evaluate
            perform LIST-PAYEES
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

      *----------------------------------------------------------------
      *  ADD-PAYEE  -  write a new master row; code and name are
      *  required, the aliases may be left blank (the name alone is
      *  then the only pattern)
      *----------------------------------------------------------------
       ADD-PAYEE section.
             if wpayee of webif-rec = space
                or wpayee-name of webif-rec = space
               move 'コードと名称を入力してください'
                    to werrmsg of webif-rec
               go to ADD-PAYEE-EXIT
             end-if
             open i-o payee-file
             if payee-file-fs not = zero then
               open output payee-file
               close payee-file
               open i-o payee-file
             end-if
             initialize payee-rec
             move wpayee of webif-rec      to payee-code
             move wpayee-name of webif-rec to payee-name
             perform varying a from 1 by 1 until a > 5
               if walias-in (a) not = '-'
                 move walias-in (a) to payee-alias (a)
               end-if
             end-perform
             perform STAMP-PAYEE
             write payee-rec
               invalid key
                 move '既に登録されているコードです'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move payee-code to audit-key
                 move space to audit-before-detail
                 move payee-rec to audit-after-detail
                 perform AUDIT-WRITE
             end-write
             close payee-file.
       ADD-PAYEE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-PAYEE  -  rename a payee or change its patterns; a
      *  blank field on the form leaves that part of the row as it
      *  was, a lone "-" clears that alias
      *----------------------------------------------------------------
       CHANGE-PAYEE section.
             if wpayee of webif-rec = space
               move 'コードが未入力です'
                    to werrmsg of webif-rec
               go to CHANGE-PAYEE-EXIT
             end-if
             open i-o payee-file
             if payee-file-fs not = zero then
               move '支払先マスタを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-PAYEE-EXIT
             end-if
             move wpayee of webif-rec to payee-code
             read payee-file
               invalid key
                 move '該当するコードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move payee-rec to audit-before-detail
                 if wpayee-name of webif-rec not = space
                   move wpayee-name of webif-rec to payee-name
                 end-if
                 perform varying a from 1 by 1 until a > 5
                   evaluate walias-in (a)
                    when space
                      continue
                    when '-'
                      move space to payee-alias (a)
                    when other
                      move walias-in (a) to payee-alias (a)
                   end-evaluate
                 end-perform
                 perform STAMP-PAYEE
                 rewrite payee-rec
                 move 'CHANGE' to audit-operation
                 move payee-code to audit-key
                 move payee-rec to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close payee-file.
       CHANGE-PAYEE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-PAYEE  -  remove a master row keyed by mistake; rows
      *  already carrying the code keep it, but no note resolves to
      *  it any more and a form can no longer name it
      *----------------------------------------------------------------
       DELETE-PAYEE section.
             if wpayee of webif-rec = space
               move 'コードが未入力です'
                    to werrmsg of webif-rec
               go to DELETE-PAYEE-EXIT
             end-if
             open i-o payee-file
             if payee-file-fs not = zero then
               move '支払先マスタを開けません'
                    to werrmsg of webif-rec
               go to DELETE-PAYEE-EXIT
             end-if
             move wpayee of webif-rec to payee-code
             read payee-file
               invalid key
                 move '該当するコードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move payee-rec to audit-before-detail
                 delete payee-file
                 move 'DELETE' to audit-operation
                 move wpayee of webif-rec to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close payee-file.
       DELETE-PAYEE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-PAYEE  -  last-changed timestamp on the master row
      *----------------------------------------------------------------
       STAMP-PAYEE section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into payee-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-PAYEES  -  read the whole master in code order into
      *  the display table
      *----------------------------------------------------------------
       LIST-PAYEES section.
             move space to payee-list-table of webif-rec
             move zero to i
             open input payee-file
             if payee-file-fs = zero then
               move space to payee-eof
               read payee-file next record
                 at end move 'EOF' to payee-eof
               end-read
               perform until payee-eof = 'EOF' or i >= 30
                 add 1 to i
                 move payee-code to ptbl-code (i)
                 move payee-name to ptbl-name (i)
                 perform varying a from 1 by 1 until a > 5
                   move payee-alias (a) to ptbl-alias (i, a)
                 end-perform
                 read payee-file next record
                   at end move 'EOF' to payee-eof
                 end-read
               end-perform
               close payee-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before the master may be changed
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
                     perform VERIFY-CRED-PASSWORD
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
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to VERIFY-CRED-PASSWORD-EXIT
             end-if
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
             move 'kozukaipayeeadmin' to ipc-target
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
             move 'kozukaipayeeadmin' to audit-program
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
