       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukailoginlog.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - writes one row to the login history
      *  (kozukailoginhist.dat) for every login tried at the screens
      *  that take a password: who, when, from which address
      *  (REMOTE_ADDR) with which user agent (HTTP_USER_AGENT), and
      *  whether it got in.  A good login is first checked against
      *  the user's earlier good logins: when none of them within
      *  the look-back window (KOZUKAI_NEWDEVICEDAYS, default 90
      *  days) came from the same address and agent, the user is
      *  sent a DM in chat through kozukaichatpost and the login is
      *  audited as NEWDEVICE for the morning exception report.  A
      *  user's very first login has nothing to compare with and
      *  raises nothing.  A history that cannot be opened is passed
      *  over - the login itself is never held up by it.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select login-hist-file assign to "kozukailoginhist.dat"
           organization is indexed access mode is dynamic
           record key is lgh-key
           file status is login-hist-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd login-hist-file.
       copy loginhistfile.

       WORKING-STORAGE SECTION.
       01 login-hist-file-fs pic 9(2).
       01 login-hist-eof     pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wlogin-at          pic x(14) value space.
       01 waddr              pic x(40) value space.
       01 wagent             pic x(120) value space.
       01 wcutoff-date       pic x(08) value space.
       01 wcutoff-num        pic 9(08) value zero.
       01 wnow-num           pic 9(08) value zero.
       01 wwindow-days       pic 9(03) value 90.
       01 wenv-days          pic x(03) value space.
       01 wprior-flag        pic x value 'N'.
          88 wprior-found       value 'Y'.
       01 wseen-flag         pic x value 'N'.
          88 wdevice-seen       value 'Y'.
       01 wwrite-flag        pic x value 'N'.
          88 wwritten           value 'Y'.

       01 wops-room          pic x(20) value '運用'.
       01 wenv-opsroom       pic x(20) value space.
       01 wops-text          pic x(200) value space.
       01 wops-dm-to         pic x(30) value space.

       copy auditlog.

       copy paramget.

       LINKAGE SECTION.
       copy loginlog.

       PROCEDURE             DIVISION using login-log-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          set lgl-known-device to true.
          if lgl-user = space then
            exit program
          end-if.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          string wnow-date delimited size
                 wnow-time delimited size
            into wlogin-at
          end-string.
          move space to waddr wagent.
          accept waddr  from environment 'REMOTE_ADDR'.
          accept wagent from environment 'HTTP_USER_AGENT'.

          open i-o login-hist-file.
          if login-hist-file-fs not = zero then
            open output login-hist-file
            close login-hist-file
            open i-o login-hist-file
          end-if.
          if login-hist-file-fs not = zero then
            exit program
          end-if.

          if lgl-success
            perform CHECK-KNOWN-DEVICE
            if wprior-found and not wdevice-seen
              set lgl-is-new-device to true
            end-if
          end-if.

          perform WRITE-HISTORY.
          close login-hist-file.

          if lgl-is-new-device
            perform SEND-DEVICE-DM
            perform AUDIT-NEW-DEVICE
          end-if.
          exit program.

      *----------------------------------------------------------------
      *  CHECK-KNOWN-DEVICE  -  walk the user's rows: any earlier
      *  good login sets wprior-found, and one from this address and
      *  agent on or after the window's first day sets
      *  wdevice-seen
      *----------------------------------------------------------------
       CHECK-KNOWN-DEVICE section.
             move 'N' to wprior-flag
             move 'N' to wseen-flag
             perform GET-WINDOW-DAYS
             move wnow-date to wnow-num
             compute wcutoff-num = function date-of-integer
                (function integer-of-date (wnow-num) - wwindow-days)
             move wcutoff-num to wcutoff-date

             move lgl-user to lgh-user
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
                or lgh-user not = lgl-user
               if lgh-success
                 set wprior-found to true
                 if lgh-addr = waddr and lgh-agent = wagent
                    and lgh-at (1:8) >= wcutoff-date
                   set wdevice-seen to true
                   move 'EOF' to login-hist-eof
                 end-if
               end-if
               if login-hist-eof not = 'EOF'
                 read login-hist-file next record
                   at end move 'EOF' to login-hist-eof
                 end-read
               end-if
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-HISTORY  -  the row for this try; a second try by the
      *  same user within the same second takes the next lgh-seq
      *----------------------------------------------------------------
       WRITE-HISTORY section.
             move space to login-hist-rec
             move lgl-user    to lgh-user
             move wlogin-at   to lgh-at
             move zero        to lgh-seq
             move lgl-result  to lgh-result
             move lgl-reason  to lgh-reason
             move lgl-program to lgh-program
             move waddr       to lgh-addr
             move wagent      to lgh-agent
             move lgl-new-device to lgh-new-device
             move 'N' to wwrite-flag
             perform until wwritten or lgh-seq = 99
               write login-hist-rec
                 invalid key add 1 to lgh-seq
                 not invalid key set wwritten to true
               end-write
             end-perform
             exit.

      *----------------------------------------------------------------
      *  SEND-DEVICE-DM  -  tell the user, by DM in the ops room
      *  (KOZUKAI_OPS_ROOM, default 運用), when and from where the
      *  unfamiliar login came, so a login that was not theirs is
      *  noticed the next time they open the chat
      *----------------------------------------------------------------
       SEND-DEVICE-DM section.
             move 'KOZUKAI_OPS_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-opsroom
             if wenv-opsroom not = space
               move wenv-opsroom to wops-room
             end-if
             move space to wops-text
             string 'いつもと違う端末から' delimited size
                    'ログインがありました ' delimited size
                    wnow-date           delimited size
                    ' '                 delimited size
                    wnow-time           delimited size
                    ' '                 delimited size
                    waddr               delimited space
                    ' '                 delimited size
                    lgl-program         delimited space
               into wops-text
             end-string
             move lgl-user to wops-dm-to
             call 'kozukaichatpost' using wops-room wops-text
                                          wops-dm-to
             exit.

      *----------------------------------------------------------------
      *  AUDIT-NEW-DEVICE  -  one NEWDEVICE line keyed on the user,
      *  the address before and the agent after, for
      *  kozukaiauditreport.cob to list
      *----------------------------------------------------------------
       AUDIT-NEW-DEVICE section.
             move lgl-program to audit-program
             move wlogin-at to audit-timestamp
             move 'NEWDEVICE' to audit-operation
             move lgl-user to audit-key
             move lgl-user to audit-user
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move waddr to audit-before-detail
             move space to audit-after-category
             move space to audit-after-inorout
             move zero  to audit-after-money
             move space to audit-after-note
             move wagent (1:80) to audit-after-detail
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  GET-WINDOW-DAYS  -  how far back a login from the same
      *  address and agent still counts as familiar: 90 days unless
      *  KOZUKAI_NEWDEVICEDAYS says otherwise
      *----------------------------------------------------------------
       GET-WINDOW-DAYS section.
             move 90 to wwindow-days
             move 'KOZUKAI_NEWDEVICEDAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-days
             if wenv-days not = space
                and wenv-days is numeric
                and wenv-days not = '000' then
               move wenv-days to wwindow-days
             end-if
             exit.
