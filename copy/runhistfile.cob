      *  so "did the balance snapshot actually run Saturday?" is a
      *  keyed lookup on kozukairunhistview.cob instead of a scroll
      *  through kozukaieod.txt.  The start time rides the key so a
      *  step re-run the same day (a RESTART) keeps both rows.  The
      *  row is first written RUNNING, with no end time, as the step
      *  is launched, and completed in place when it returns; a row
      *  left RUNNING is a step still going (or one that died).
      *----------------------------------------------------------------
       01 runhist-rec.
          02 rh-key.
             88 rh-ran             value 'OK'.
             88 rh-failed          value 'FAILED'.
             88 rh-skipped         value 'SKIPPED'.
             88 rh-running         value 'RUNNING'.
          02 rh-return-code     pic s9(09).
          02 rh-records         pic 9(09).
          02 rh-updated         pic x(14).
