      *----------------------------------------------------------------
      *  KEYWIDENFILE  -  record layout for keywiden-file
      *  (kozukaikeywiden.dat), the conversion register kept by
      *  kozukaikeywiden.cob when the ledger key went from a
      *  two-digit to a three-digit per-day sequence: one row per
      *  physical file converted, with the counts and the check
      *  value the verification pass proved, and the name the
      *  pre-conversion copy was kept under.  A file with a row here
      *  is never converted again, so a rerun after an interruption
      *  only picks up the files the first run did not finish.
      *----------------------------------------------------------------
       01 keywiden-rec.
          02 kw-filename        pic x(30).
          02 kw-status          pic x(01).
             88 kw-is-converted    value 'C'.
          02 kw-read-count      pic 9(09).
          02 kw-written-count   pic 9(09).
          02 kw-link-count      pic 9(09).
          02 kw-checksum        pic 9(09).
          02 kw-kept-as         pic x(34).
          02 kw-updated         pic x(14).
