      *----------------------------------------------------------------
      *  PURGELOGFILE  -  record layout for purge-log-file
      *  (kozukaipurgelog.dat), one row per file per nightly purge
      *  run (kozukaipurge.cob): the policy it ran on, how many rows
      *  it looked at, removed and folded into the summary, and the
      *  space that bought.  A line file is rewritten, so its bytes
      *  are measured before and after; an indexed file keeps its
      *  size until kozukaireorg.cob rebuilds it, so its saving is
      *  the removed rows times the record length.
      *  kozukaicapmon.cob reports the last week of these.
      *----------------------------------------------------------------
       01 purge-log-rec.
          02 pl-key.
             03 pl-date         pic x(08).
             03 pl-file         pic x(30).
          02 pl-keep-days       pic 9(05).
          02 pl-cutoff          pic x(08).
          02 pl-scanned         pic 9(09).
          02 pl-removed         pic 9(09).
          02 pl-summarized      pic 9(09).
          02 pl-bytes-saved     pic 9(12).
          02 pl-status          pic x(08).
             88 pl-done            value 'OK'.
             88 pl-kept-all        value 'KEPT'.
             88 pl-lock-busy       value 'LOCKED'.
             88 pl-no-file         value 'NOFILE'.
          02 pl-updated         pic x(14).
