       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiaccessreview.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the quarterly access review over
      *  credentials.dat.  Every account is listed with its role,
      *  bound member, last successful login (from the login
      *  history kozukailoginhist.dat), days since then, password
      *  age (cred-pw-changed) and lock state.  An account with no
      *  good login and no password change within the dormancy
      *  window (KOZUKAI_DORMANTDAYS, default 180 days) - or none on
      *  record at all - is flagged DORMANT.  The admins are listed
      *  again on their own with their count, so a growing admin
      *  list is seen at every review.  Output lands in
      *  kozukaiaccessreview.txt.
      *  Command line: optional CONFIRM.  With it every dormant
      *  account still open is locked, audited as DORMANT, and has
      *  its sessions removed from session.dat (each audited as
      *  KILL, as the session console does); a dormant admin is
      *  left open when no active admin would remain to unlock
      *  the others.  Without it nothing is changed.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is dynamic
           record key is cred-username
           file status is credentials-file-fs.
        select login-hist-file assign to "kozukailoginhist.dat"
           organization is indexed access mode is dynamic
           record key is lgh-key
           file status is login-hist-file-fs.
        select session-file assign to "session.dat"
           organization is indexed access mode is dynamic
           record key is session-key
           file status is session-file-fs.
        select report-file assign to "kozukaiaccessreview.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd credentials-file.
       copy credentialsfile.

       fd login-hist-file.
       copy loginhistfile.

       fd session-file.
       copy sessionfile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 credentials-file-fs pic 9(2).
       01 login-hist-file-fs pic 9(2).
       01 session-file-fs    pic 9(2).
       01 report-file-fs     pic 9(2).
       01 credentials-eof    pic x(3) value space.
       01 login-hist-eof     pic x(3) value space.
       01 session-eof        pic x(3) value space.
       01 login-hist-open    pic x value 'N'.
          88 login-hist-ready   value 'Y'.

       copy web-lock.
       77 rc                 pic s9(10) binary.
      *  second lock control block for session_lock, taken while
      *  kozukai_lock is already held, so nesting cannot clobber the
      *  outer lock's handle in lc-web-lock
       77 rc2                pic s9(10) binary.
       01 lc2-web-lock.
          02 lc2-lock-file   pic x(80).
          02 filler          pic x value low-value.
          02 lc2-lock-mode   pic 9(10) binary.
            88 lc2-lock-exclusive value 1.
            88 lc2-lock-share     value 0.
          02 lc2-id          pic 9(10) binary.
          02 lc2-lock-timeout pic 9(10) binary value 30.

       01 wcmd-line          pic x(80) value space.
       01 wconfirm-flag      pic x value 'N'.
          88 wdo-confirm        value 'Y'.
       01 wseq-sentinel-key  pic x(32) value 'SESSIONSEQ'.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wnow-num           pic 9(08) value zero.
       01 wdate-num          pic 9(08) value zero.
       01 wdormant-days      pic 9(03) value 180.
       01 wenv-days          pic x(03) value space.

      *  one row per credential, filled by LOAD-ACCOUNTS
       01 acct-table.
        02 acct-entry occurs 200.
         03 acct-user          pic x(20).
         03 acct-role          pic x(06).
         03 acct-member        pic x(20).
         03 acct-locked        pic x(01).
            88 acct-is-locked     value 'Y'.
         03 acct-last-login    pic x(14).
         03 acct-idle-days     pic 9(05).
         03 acct-idle-known    pic x(01).
            88 acct-idle-on-record value 'Y'.
         03 acct-pw-changed    pic x(08).
         03 acct-pw-age        pic 9(05).
         03 acct-dormant       pic x(01).
            88 acct-is-dormant    value 'Y'.
         03 acct-action        pic x(08).
       01 acct-count          pic 9(03) value zero.
       01 i                   pic 9(03) value zero.

       01 wadmin-count        pic 9(03) value zero.
       01 wactive-admins      pic 9(03) value zero.
       01 wdormant-count      pic 9(03) value zero.
       01 wlocked-count       pic 9(03) value zero.
       01 wkilled-count       pic 9(05) value zero.
       01 wlast-activity      pic x(08) value space.

       01 wdisp-days          pic zzzz9.
       01 wdisp-count         pic zz9.
       01 wdisp-killed        pic zzzz9.

       copy auditlog.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          if wcmd-line = 'CONFIRM' or wcmd-line = 'confirm' then
            set wdo-confirm to true
          end-if.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          move wnow-date to wnow-num.
          perform GET-DORMANT-DAYS.

          if wdo-confirm
            move 'kozukai_lock' to lc-lock-file
            set lc-lock-exclusive to true
            perform GET-LOCK-TIMEOUT
            call 'WEB_LOCK' using lc-web-lock rc
            if rc not = zero then
              display 'kozukaiaccessreview: kozukai_lock is busy, '
                      'nothing changed'
              stop run
            end-if
          end-if.

          perform LOAD-ACCOUNTS.

          if wdo-confirm
            perform LOCK-DORMANT-ACCOUNTS
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          open output report-file.
          perform WRITE-REPORT.
          close report-file.

          display 'kozukaiaccessreview: ' acct-count ' accounts, '
                  wdormant-count ' dormant, ' wadmin-count ' admins'.
          if wdo-confirm then
            display 'kozukaiaccessreview: ' wlocked-count
                    ' locked, ' wkilled-count ' sessions removed'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-ACCOUNTS  -  walk credentials.dat into acct-table,
      *  working out each account's last good login, idle days,
      *  password age and dormancy on the way
      *----------------------------------------------------------------
       LOAD-ACCOUNTS section.
             open input credentials-file
             if credentials-file-fs not = zero
               display 'kozukaiaccessreview: credentials.dat cannot '
                       'be opened, fs=' credentials-file-fs
               go to LOAD-ACCOUNTS-EXIT
             end-if
             open input login-hist-file
             if login-hist-file-fs = zero
               set login-hist-ready to true
             end-if
             move space to credentials-eof
             read credentials-file next record
               at end move 'EOF' to credentials-eof
             end-read
             perform until credentials-eof = 'EOF'
               if acct-count < 200
                 add 1 to acct-count
                 move acct-count to i
                 perform LOAD-ONE-ACCOUNT
               else
                 display 'kozukaiaccessreview: more than 200 '
                         'accounts, ' cred-username ' not reviewed'
               end-if
               read credentials-file next record
                 at end move 'EOF' to credentials-eof
               end-read
             end-perform
             if login-hist-ready
               close login-hist-file
             end-if
             close credentials-file.
       LOAD-ACCOUNTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-ONE-ACCOUNT  -  entry i off the credential row just
      *  read.  The later of the last good login and the last
      *  password change is the account's last activity; none on
      *  record counts as dormant.
      *----------------------------------------------------------------
       LOAD-ONE-ACCOUNT section.
             move space to acct-entry (i)
             move cred-username to acct-user (i)
             move cred-role     to acct-role (i)
             if cred-role = space
               move 'poster' to acct-role (i)
             end-if
             move cred-member   to acct-member (i)
             move 'N' to acct-locked (i)
             if cred-is-locked
               move 'Y' to acct-locked (i)
             end-if
             move zero to acct-idle-days (i)
             move zero to acct-pw-age (i)
             move 'N' to acct-dormant (i)
             move 'N' to acct-idle-known (i)

             perform FIND-LAST-LOGIN
             move space to wlast-activity
             if acct-last-login (i) not = space
               move acct-last-login (i) (1:8) to wlast-activity
             end-if
             if cred-pw-changed is numeric
                and cred-pw-changed not = zeros
               move cred-pw-changed to acct-pw-changed (i)
               move cred-pw-changed to wdate-num
               compute acct-pw-age (i) =
                  function integer-of-date (wnow-num)
                - function integer-of-date (wdate-num)
               if cred-pw-changed > wlast-activity
                 move cred-pw-changed to wlast-activity
               end-if
             end-if

             if wlast-activity = space
               set acct-is-dormant (i) to true
             else
               move wlast-activity to wdate-num
               compute acct-idle-days (i) =
                  function integer-of-date (wnow-num)
                - function integer-of-date (wdate-num)
               move 'Y' to acct-idle-known (i)
               if acct-idle-days (i) > wdormant-days
                 set acct-is-dormant (i) to true
               end-if
             end-if

             if acct-is-dormant (i)
               add 1 to wdormant-count
             end-if
             if acct-role (i) = 'admin'
               add 1 to wadmin-count
               if not acct-is-dormant (i) and not acct-is-locked (i)
                 add 1 to wactive-admins
               end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  FIND-LAST-LOGIN  -  the newest good login of entry i's user
      *  in the login history, space when there is none
      *----------------------------------------------------------------
       FIND-LAST-LOGIN section.
             move space to acct-last-login (i)
             if not login-hist-ready
               go to FIND-LAST-LOGIN-EXIT
             end-if
             move acct-user (i) to lgh-user
             move low-value to lgh-at
             move zero to lgh-seq
             move space to login-hist-eof
             start login-hist-file key is not less than lgh-key
               invalid key move 'EOF' to login-hist-eof
             end-start
             if login-hist-eof not = 'EOF'
               read login-hist-file next record
                 at end move 'EOF' to login-hist-eof
               end-read
             end-if
             perform until login-hist-eof = 'EOF'
                or lgh-user not = acct-user (i)
               if lgh-success
                 move lgh-at to acct-last-login (i)
               end-if
               read login-hist-file next record
                 at end move 'EOF' to login-hist-eof
               end-read
             end-perform.
       FIND-LAST-LOGIN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOCK-DORMANT-ACCOUNTS  -  on CONFIRM, lock every dormant
      *  account still open and clear out its sessions.  A dormant
      *  admin stays open while no active admin is left, so the
      *  review can never lock the household out of its own
      *  administration.
      *----------------------------------------------------------------
       LOCK-DORMANT-ACCOUNTS section.
             open i-o credentials-file
             if credentials-file-fs not = zero
               display 'kozukaiaccessreview: credentials.dat cannot '
                       'be opened for update, fs=' credentials-file-fs
               go to LOCK-DORMANT-ACCOUNTS-EXIT
             end-if
             perform varying i from 1 by 1 until i > acct-count
               if acct-is-dormant (i) and not acct-is-locked (i)
                 if acct-role (i) = 'admin' and wactive-admins = zero
                   move 'KEPT' to acct-action (i)
                 else
                   perform LOCK-ONE-ACCOUNT
                 end-if
               end-if
             end-perform
             close credentials-file.
       LOCK-DORMANT-ACCOUNTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOCK-ONE-ACCOUNT  -  set the lock flag on entry i's row,
      *  audit it, and drop its sessions
      *----------------------------------------------------------------
       LOCK-ONE-ACCOUNT section.
             move acct-user (i) to cred-username
             read credentials-file
               invalid key
                 go to LOCK-ONE-ACCOUNT-EXIT
             end-read
             move 'Y' to cred-locked
             rewrite credential-rec
             move 'Y' to acct-locked (i)
             move 'LOCKED' to acct-action (i)
             add 1 to wlocked-count

             move 'DORMANT' to audit-operation
             move acct-user (i) to audit-key
             move 'N' to audit-before-detail
             move space to audit-after-detail
             if acct-idle-on-record (i)
               move acct-idle-days (i) to wdisp-days
               string 'locked by access review, idle '
                        delimited size
                      wdisp-days delimited size
                      ' days' delimited size
                 into audit-after-detail
               end-string
             else
               move 'locked by access review, no activity on record'
                 to audit-after-detail
             end-if
             perform AUDIT-WRITE

             perform KILL-ACCOUNT-SESSIONS.
       LOCK-ONE-ACCOUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  KILL-ACCOUNT-SESSIONS  -  every session row carrying entry
      *  i's user goes, under session_lock the way the session
      *  console deletes them, one KILL audit line each
      *----------------------------------------------------------------
       KILL-ACCOUNT-SESSIONS section.
             move 'session_lock' to lc2-lock-file
             set lc2-lock-exclusive to true
             call 'WEB_LOCK' using lc2-web-lock rc2
             if rc2 not = zero
               display 'kozukaiaccessreview: session_lock is busy, '
                       'sessions of ' acct-user (i) ' kept'
               go to KILL-ACCOUNT-SESSIONS-EXIT
             end-if
             open i-o session-file
             if session-file-fs = zero
               move space to session-eof
               read session-file next record
                 at end move 'EOF' to session-eof
               end-read
               perform until session-eof = 'EOF'
                 if session-key not = wseq-sentinel-key
                    and session-data (1:20) = acct-user (i)
                   move 'KILL' to audit-operation
                   move session-key (1:20) to audit-key
                   move session-data (1:20) to audit-before-detail
                   move space to audit-after-detail
                   delete session-file
                   perform AUDIT-WRITE
                   add 1 to wkilled-count
                 end-if
                 read session-file next record
                   at end move 'EOF' to session-eof
                 end-read
               end-perform
               close session-file
             end-if
             call 'WEB_UNLOCK' using lc2-web-lock rc2.
       KILL-ACCOUNT-SESSIONS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  every account, then the admins on their
      *  own, then the totals
      *----------------------------------------------------------------
       WRITE-REPORT section.
             move spaces to report-line
             string 'ACCESS REVIEW  ' delimited size
                    wnow-date         delimited size
                    '  DORMANT AFTER ' delimited size
                    wdormant-days     delimited size
                    ' DAYS'           delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             write report-line

             if acct-count = zero
               move 'NO ACCOUNTS' to report-line
               write report-line
               go to WRITE-REPORT-EXIT
             end-if

             move spaces to report-line
             string 'USER                 ROLE   MEMBER'
                      delimited size
                    '               LASTLOGIN  IDLE PWAGE LOCK'
                      delimited size
                    '   FLAG    ACTION' delimited size
               into report-line
             end-string
             write report-line
             perform varying i from 1 by 1 until i > acct-count
               perform WRITE-ACCOUNT-LINE
             end-perform

             move spaces to report-line
             write report-line
             move wadmin-count to wdisp-count
             move spaces to report-line
             string 'ADMIN ACCOUNTS  ' delimited size
                    wdisp-count        delimited size
               into report-line
             end-string
             write report-line
             perform varying i from 1 by 1 until i > acct-count
               if acct-role (i) = 'admin'
                 perform WRITE-ACCOUNT-LINE
               end-if
             end-perform

             move spaces to report-line
             write report-line
             move acct-count to wdisp-count
             move spaces to report-line
             string 'ACCOUNTS REVIEWED  ' delimited size
                    wdisp-count           delimited size
               into report-line
             end-string
             write report-line
             move wdormant-count to wdisp-count
             move spaces to report-line
             string 'DORMANT            ' delimited size
                    wdisp-count           delimited size
               into report-line
             end-string
             write report-line
             if wdo-confirm
               move wlocked-count to wdisp-count
               move spaces to report-line
               string 'LOCKED THIS RUN    ' delimited size
                      wdisp-count           delimited size
                 into report-line
               end-string
               write report-line
               move wkilled-count to wdisp-killed
               move spaces to report-line
               string 'SESSIONS REMOVED ' delimited size
                      wdisp-killed        delimited size
                 into report-line
               end-string
               write report-line
             else
               move 'REVIEW ONLY - RUN WITH CONFIRM TO LOCK DORMANT'
                 to report-line
               write report-line
             end-if.
       WRITE-REPORT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-ACCOUNT-LINE  -  the report line for entry i; a date
      *  or age that is not on record prints as '-'
      *----------------------------------------------------------------
       WRITE-ACCOUNT-LINE section.
             move spaces to report-line
             move acct-user (i)   to report-line (1:20)
             move acct-role (i)   to report-line (22:6)
             move acct-member (i) to report-line (29:20)
             if acct-last-login (i) = space
               move '-' to report-line (50:1)
             else
               move acct-last-login (i) (1:8) to report-line (50:8)
             end-if
             if acct-idle-on-record (i)
               move acct-idle-days (i) to wdisp-days
               move wdisp-days to report-line (59:5)
             else
               move '    -' to report-line (59:5)
             end-if
             if acct-pw-changed (i) = space
               move '    -' to report-line (65:5)
             else
               move acct-pw-age (i) to wdisp-days
               move wdisp-days to report-line (65:5)
             end-if
             if acct-is-locked (i)
               move 'LOCKED' to report-line (71:6)
             end-if
             if acct-is-dormant (i)
               move 'DORMANT' to report-line (78:7)
             end-if
             move acct-action (i) to report-line (86:8)
             write report-line
             exit.

      *----------------------------------------------------------------
      *  GET-DORMANT-DAYS  -  how long without a good login or a
      *  password change makes an account dormant: 180 days unless
      *  KOZUKAI_DORMANTDAYS says otherwise
      *----------------------------------------------------------------
       GET-DORMANT-DAYS section.
             move 180 to wdormant-days
             move 'KOZUKAI_DORMANTDAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-days
             if wenv-days not = space
                and wenv-days is numeric
                and wenv-days not = '000' then
               move wenv-days to wdormant-days
             end-if
             exit.

      *----------------------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); KOZUKAI_LOCKTIMEOUT lets an
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             if prm-value (1:4) not = space
                and prm-value (1:4) is numeric then
               move prm-value (1:4) to lc-lock-timeout
             end-if
             exit.

      *----------------------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program, time and blank money and
      *  category fields onto audit-rec (operation/key/details set
      *  by the caller) and hand it to the shared audit funnel
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaiaccessreview' to audit-program
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move space to audit-user
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-after-category
             move space to audit-after-inorout
             move zero  to audit-after-money
             move space to audit-after-note
             call 'kozukaiauditwrite' using audit-rec
             exit.
