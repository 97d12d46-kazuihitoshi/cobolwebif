      *----------------------------------------------------------------
      *  JOBGUARD  -  parameter block for kozukaijobguard.cob.
      *  jg-function:
      *    'S'  start - register jg-job as running under this
      *         process; jg-refused comes back, with jg-message
      *         naming the run in the way, when another copy of the
      *         job or a job it conflicts with (copy/jobconflict.cob)
      *         is running already
      *    'F'  finish - take this process's row off the registry
      *  jg-args is the command line, kept on the row for whoever
      *  looks at the registry.
      *----------------------------------------------------------------
       01 job-guard-area.
          02 jg-function       pic x(01).
             88 jg-start          value 'S'.
             88 jg-finish         value 'F'.
          02 jg-job            pic x(20).
          02 jg-args           pic x(60).
          02 jg-result         pic x(01) value 'Y'.
             88 jg-granted        value 'Y'.
             88 jg-refused        value 'N'.
          02 jg-holder-job     pic x(20).
          02 jg-message        pic x(120).
