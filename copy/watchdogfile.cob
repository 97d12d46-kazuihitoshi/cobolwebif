      *----------------------------------------------------------------
      *  WATCHDOGFILE  -  record layout for watch-file
      *  (kozukaiwatchdog.dat), the batch watchdog's incident list:
      *  one row per condition kozukaiwatchdog.cob has found and not
      *  yet seen clear again - an end-of-day run that never started
      *  or never finished, a step running past its usual duration,
      *  a web lock held too long.  The row is what makes each
      *  incident reach the ops room once: wd-alerted is set when it
      *  is posted, and the row is dropped on the first watchdog run
      *  that no longer sees the condition, so a new occurrence is a
      *  new incident.
      *----------------------------------------------------------------
       01 watch-rec.
          02 wd-key.
             03 wd-kind          pic x(08).
                88 wd-eod-not-started  value 'NOSTART'.
                88 wd-eod-not-finished value 'NOFINISH'.
                88 wd-long-step        value 'LONGSTEP'.
                88 wd-lock-held        value 'LOCKHELD'.
      *   wd-subject  -  the run date, the step with its run date
      *   and start time, or the lock name
             03 wd-subject       pic x(30).
          02 wd-first-seen       pic x(14).
          02 wd-last-seen        pic x(14).
          02 wd-alerted          pic x(01).
             88 wd-is-alerted       value 'Y'.
          02 wd-alerted-at       pic x(14).
          02 wd-text             pic x(100).
