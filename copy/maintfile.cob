      *----------------------------------------------------------------
      *  MAINTFILE  -  record layout for maint-file
      *  (kozukaimaint.dat), the system-wide maintenance switch: a
      *  single row keyed 'MAINT'.  While mnt-status is 'Y' every
      *  CGI refuses its changing modes with the maintenance banner
      *  and browsing carries on.  Set from kozukaimaintadmin.cob by
      *  an admin, or by a batch utility for the length of its run,
      *  always through kozukaimaintcheck.cob.
      *----------------------------------------------------------------
       01 maint-rec.
          02 mnt-key           pic x(08).
          02 mnt-status        pic x(01).
             88 mnt-is-on         value 'Y'.
             88 mnt-is-off        value 'N' ' '.
          02 mnt-reason        pic x(40).
      *   mnt-until  -  the expected end as YYYYMMDDHHMM, for the
      *   banner only; the switch never lapses of itself
          02 mnt-until         pic x(12).
      *   mnt-set-by  -  the admin's login, or the batch program's
      *   name when a utility turned the switch on
          02 mnt-set-by        pic x(20).
          02 mnt-set-at        pic x(14).
          02 mnt-updated       pic x(14).
