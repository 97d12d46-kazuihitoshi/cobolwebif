       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimaintcheck.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - the system-wide maintenance switch
      *  (kozukaimaint.dat).  Every CGI that changes anything asks it
      *  ('C') before taking its lock and, while the switch is on,
      *  turns the change away with the banner this builds; browsing
      *  carries on.  kozukaimaintadmin.cob and the batch utilities
      *  that must have the files to themselves (the year-end close,
      *  a RESTORE, a reorg, a category merge) turn it on ('B') and
      *  off ('E') through here as well.  A missing file is a switch
      *  that was never turned on.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select maint-file assign to "kozukaimaint.dat"
           organization is indexed access mode is random
           record key is mnt-key
           file status is maint-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd maint-file.
       copy maintfile.

       WORKING-STORAGE SECTION.
       01 maint-file-fs      pic 9(2).
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wnow-stamp         pic x(14).

       LINKAGE SECTION.
       copy maintcheck.

       PROCEDURE             DIVISION using maint-check-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          string wnow-date delimited size
                 wnow-time delimited size
            into wnow-stamp
          end-string.

          evaluate true
           when mtc-begin
             perform BEGIN-MAINTENANCE
           when mtc-end
             perform END-MAINTENANCE
           when other
             perform READ-MAINTENANCE
          end-evaluate.
          exit program.

      *----------------------------------------------------------------
      *  READ-MAINTENANCE  -  the switch as it stands, with the
      *  banner made up when it is on
      *----------------------------------------------------------------
       READ-MAINTENANCE section.
             set mtc-off to true
             move space to mtc-banner
             open input maint-file
             if maint-file-fs not = zero
               go to READ-MAINTENANCE-EXIT
             end-if
             move 'MAINT' to mnt-key
             read maint-file
               invalid key continue
               not invalid key
                 if mnt-is-on
                   set mtc-on to true
                   move mnt-reason to mtc-reason
                   move mnt-until  to mtc-until
                   move mnt-set-by to mtc-set-by
                   perform BUILD-BANNER
                 end-if
             end-read
             close maint-file.
       READ-MAINTENANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BEGIN-MAINTENANCE  -  switch on with the caller's reason,
      *  expected end and name.  One already on (an admin's, or
      *  another utility's) is kept as it was and mtc-already-on
      *  returned, so the caller leaves it on when it finishes.
      *----------------------------------------------------------------
       BEGIN-MAINTENANCE section.
             set mtc-newly-on to true
             open i-o maint-file
             if maint-file-fs not = zero
               open output maint-file
               close maint-file
               open i-o maint-file
             end-if
             if maint-file-fs not = zero
               set mtc-off to true
               go to BEGIN-MAINTENANCE-EXIT
             end-if
             move 'MAINT' to mnt-key
             read maint-file
               invalid key
                 initialize maint-rec
                 move 'MAINT' to mnt-key
                 perform FILL-MAINT-ON
                 write maint-rec
               not invalid key
                 if mnt-is-on
                   set mtc-already-on to true
                 else
                   perform FILL-MAINT-ON
                   rewrite maint-rec
                 end-if
             end-read
             set mtc-on to true
             move mnt-reason to mtc-reason
             move mnt-until  to mtc-until
             move mnt-set-by to mtc-set-by
             perform BUILD-BANNER
             close maint-file.
       BEGIN-MAINTENANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FILL-MAINT-ON  -  the row as the caller asked for it
      *----------------------------------------------------------------
       FILL-MAINT-ON section.
             set mnt-is-on to true
             move mtc-reason to mnt-reason
             move mtc-until  to mnt-until
             move mtc-set-by to mnt-set-by
             move wnow-stamp to mnt-set-at
             move wnow-stamp to mnt-updated
             exit.

      *----------------------------------------------------------------
      *  END-MAINTENANCE  -  switch off; the reason and who set it
      *  stay on the row until the next time it goes on
      *----------------------------------------------------------------
       END-MAINTENANCE section.
             set mtc-off to true
             move space to mtc-banner
             open i-o maint-file
             if maint-file-fs not = zero
               go to END-MAINTENANCE-EXIT
             end-if
             move 'MAINT' to mnt-key
             read maint-file
               invalid key continue
               not invalid key
                 move 'N' to mnt-status
                 move wnow-stamp to mnt-updated
                 rewrite maint-rec
             end-read
             close maint-file.
       END-MAINTENANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  BUILD-BANNER  -  the line the screens show in place of
      *  their message: the expected end as MM/DD HH:MM when one was
      *  given
      *----------------------------------------------------------------
       BUILD-BANNER section.
             move space to mtc-banner
             if mtc-until = space
               string 'メンテナンス中のため' delimited size
                      '更新できません'       delimited size
                 into mtc-banner
               end-string
             else
               string 'メンテナンス中です'
                        delimited size
                      '（終了予定 ' delimited size
                      mtc-until (5:2) '/' mtc-until (7:2) ' '
                        delimited size
                      mtc-until (9:2) ':' mtc-until (11:2)
                        delimited size
                      '）' delimited size
                 into mtc-banner
               end-string
             end-if
             exit.
