      *----------------------------------------------------------------
      *  JOBREGFILE  -  record layout for job-reg-file
      *  (kozukaijobreg.dat), the batch job registry: one row per
      *  batch utility that is running now, written when it starts
      *  and removed when it finishes, through kozukaijobguard.cob.
      *  The process id and host are what let a later start tell a
      *  run still going from one that crashed and left its row
      *  behind.
      *----------------------------------------------------------------
       01 job-reg-rec.
          02 jr-job             pic x(20).
          02 jr-pid             pic 9(09).
          02 jr-host            pic x(30).
          02 jr-user            pic x(20).
          02 jr-started         pic x(14).
          02 jr-args            pic x(60).
