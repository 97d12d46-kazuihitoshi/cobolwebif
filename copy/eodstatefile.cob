      *  end-of-day driver: which step of which day's run last
      *  finished cleanly, so a halted run can be resumed from the
      *  failing step instead of re-running (and double-posting) the
      *  steps that already worked.  eodstate-run-status says whether
      *  that run is still going, finished or halted, and
      *  eodstate-started when it (or its RESTART) began, so the
      *  batch watchdog (kozukaiwatchdog.cob) can tell a run that
      *  never started from one that never finished.
      *----------------------------------------------------------------
       01 eodstate-rec.
          02 eodstate-key        pic x(08).
          02 eodstate-run-date   pic x(08).
          02 eodstate-last-step  pic 9(02).
          02 eodstate-updated    pic x(14).
          02 eodstate-run-status pic x(08).
             88 eodstate-running   value 'RUNNING'.
             88 eodstate-complete  value 'COMPLETE'.
             88 eodstate-failed    value 'FAILED'.
          02 eodstate-started    pic x(14).
