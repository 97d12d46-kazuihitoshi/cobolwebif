      *  effective-from date, instead of the rates living as compiled
      *  tables inside every converting program.  A rate posted for a
      *  currency/date pair that already exists replaces that row.
      *  A posted rate is not applied here: it is parked in the
      *  two-person queue (kozukaimastchg.dat) and reaches the master
      *  only when a second, different admin confirms it on
      *  kozukaimastapprove.cob.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is dynamic
           record key is rate-key
           file status is rate-file-fs.
        select mast-chg-file assign to "kozukaimastchg.dat"
           organization is indexed access mode is random
           record key is mcq-key
           file status is mast-chg-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
       fd credentials-file.
       copy credentialsfile.

       fd mast-chg-file.
       copy mastchgfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 rate-file-fs       pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 wrate-value        pic 9(06)v99 value zero.
       01 wrate-disp         pic z(5)9.99.

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

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused then
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            STOP RUN
          end-if.

          move 'RATE' to wqg-name-key
          move 9      to wqg-max-len
          accept wqg-query-string from environment 'QUERY_STRING'
          else
            set lc-lock-share to true
          end-if.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
                if rate-not-ok then
                  continue
                else
                  perform REQUEST-RATE
                end-if
              end-if
            end-if
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
             exit.

      *----------------------------------------------------------------
      *  REQUEST-RATE  -  park the checked currency, effective-from
      *  date and rate for a second admin to confirm
      *----------------------------------------------------------------
       REQUEST-RATE section.
             initialize mast-chg-rec
             set mcq-fx-rate to true
             move wcurrency of webif-rec  to mcqr-currency
             move wfrom-date of webif-rec to mcqr-from-date
             move wrate-value             to mcqv-fx-rate
             move space to mcq-before
             move space to wmcq-show
             string 'rate=' delimited size
                    wrate-in of webif-rec delimited size
               into wmcq-show
             end-string
             perform PARK-MASTER-CHANGE
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
             move 'kozukairateadmin' to mcq-program
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
             move 'kozukairateadmin' to ipc-target
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
               add 1 to wqg-dec-len
             end-perform
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
