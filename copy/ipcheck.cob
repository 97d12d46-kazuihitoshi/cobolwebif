      *----------------------------------------------------------------
      *  IPCHECK  -  parameter block for kozukaiipcheck.cob.  The
      *  caller names what is being entered - a program (scope 'P')
      *  or a role (scope 'R') - and, normally, leaves ipc-addr blank
      *  for the subprogram to take REMOTE_ADDR; the address checked
      *  comes back in ipc-addr for the audit line either way.
      *----------------------------------------------------------------
       01 ip-check-area.
          02 ipc-scope         pic x(01).
             88 ipc-for-program   value 'P'.
             88 ipc-for-role      value 'R'.
          02 ipc-target        pic x(20).
          02 ipc-addr          pic x(40).
          02 ipc-result        pic x(01) value 'Y'.
             88 ipc-allowed       value 'Y'.
             88 ipc-refused       value 'N'.
      *   ipc-listed  -  'Y' when the target has ranges of its own,
      *   'N' when it is open to every address
          02 ipc-listed        pic x(01).
             88 ipc-has-list      value 'Y'.
             88 ipc-no-list       value 'N'.
