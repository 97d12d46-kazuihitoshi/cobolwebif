      *  ACTION=CLEAR, force-frees it when a crashed CGI process left
      *  it stuck. Only the fixed set of application lock names is
      *  accepted, so this cannot be used to probe or clear an
      *  arbitrary file.  While the maintenance switch is on a CLEAR
      *  only reports, answering MAINT for a held lock: the utility
      *  running under the switch is the likeliest holder.  An
      *  address the allow-list (kozukaiipcheck.cob) does not open
      *  to this screen gets STATUS=REFUSED and nothing else, and
      *  CLEAR also needs it open to the admin role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       COPY web-lock.
       COPY auditlog.
       COPY webqueryguard.
       COPY maintcheck.
       COPY ipcheck.

       77 rc                pic s9(10) binary.
       77 wnow-date         pic x(08).
          call 'WEB_POP' using webif-rec.
          perform PAGE-LOG-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused then
            move 'REFUSED' to wstatus-out
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            stop run
          end-if.

          move 'LOCKNAME' to wqg-name-key
          move 20         to wqg-max-len
          accept wqg-query-string from environment 'QUERY_STRING'
            move 'LIST' to waction-in
          end-if.

          if waction-in = 'CLEAR' then
            set mtc-check to true
            call 'kozukaimaintcheck' using maint-check-area
            if mtc-on then
              set mtc-refused to true
              move 'LIST' to waction-in
            end-if
          end-if.

          perform FIND-LOCK-NAME.

          if wlock-is-known then
            perform CHECK-ONE-LOCK
            if mtc-refused and wstatus-out = 'HELD' then
              move 'MAINT' to wstatus-out
            end-if
          else
            move 'UNKNOWN' to wstatus-out
          end-if.
                 go to CHECK-ADMIN-EXIT
             end-read
             close credentials-file
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to CHECK-ADMIN-EXIT
             end-if
             if cred-is-locked or not cred-role-admin
               go to CHECK-ADMIN-EXIT
             end-if
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'weblockadmin' to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'program allow-list' to audit-after-detail
               perform AUDIT-WRITE
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

      *------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
