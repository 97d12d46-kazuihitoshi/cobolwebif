      *----------------------------------------------------------------
      *  POSTREGFILE  -  record layout for the posted-template
      *  register (kozukaipostreg.dat): one row for every template
      *  and target date kozukairecur.cob has posted, with the
      *  ledger key the posting was written under.  The job reads it
      *  before posting, so a template already posted for a date is
      *  never posted again - whether the date is re-run by hand,
      *  after a restore, or swept up by a BACKFILL run.  The target
      *  date is the scheduled date, before any business-day shift;
      *  the shifted date the row actually carries is kept beside it.
      *----------------------------------------------------------------
       01 postreg-rec.
          02 preg-key.
             03 preg-tmpl-category pic x(20).
             03 preg-tmpl-day      pic 9(02).
             03 preg-target-date   pic x(08).
          02 preg-posted-key       pic x(11).
          02 preg-effective-date   pic x(08).
          02 preg-in-or-out        pic x(01).
          02 preg-money            pic s9(09).
          02 preg-currency         pic x(03).
      *   preg-run-mode  -  'N' the ordinary nightly run for one
      *   date, 'B' a BACKFILL run over a range of dates
          02 preg-run-mode         pic x(01).
             88 preg-by-nightly      value 'N'.
             88 preg-by-backfill     value 'B'.
          02 preg-posted-at        pic x(14).
