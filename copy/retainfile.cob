      *----------------------------------------------------------------
      *  RETAINFILE  -  record layout for retain-file
      *  (kozukairetain.dat), the retention policy master: one row
      *  per file the nightly purge (kozukaipurge.cob) knows how to
      *  shrink, giving how many days of rows to keep and whether
      *  the rows going are first folded into the purge summary
      *  (kozukaipurgesum.dat).  A file with no row here runs on
      *  its compiled default (copy/retainseed.cob); a keep period
      *  of zero keeps everything.  Maintained on
      *  kozukairetainadmin.cob.
      *----------------------------------------------------------------
       01 retain-rec.
          02 ret-file           pic x(30).
          02 ret-keep-days      pic 9(05).
          02 ret-summarize      pic x(01).
             88 ret-is-summarized  value 'Y'.
             88 ret-not-summarized value 'N'.
          02 ret-updated-by     pic x(20).
          02 ret-updated        pic x(14).
