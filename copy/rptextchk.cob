      *----------------------------------------------------------------
      *  RPTEXTCHK  -  working storage for OPEN-EXTRACT, the shared
      *  opening of the nightly reporting extract (RPTEXTFILE) by
      *  the reports: the file name for the book being reported,
      *  the build stamp off the header record, and the stamp line
      *  each report prints under its title.  The extract counts as
      *  stale once it is older than KOZUKAI_EXTRACT_STALE_DAYS days
      *  (1 if not set) - the night batch has missed a run - and
      *  the stamp line then says so.
      *----------------------------------------------------------------
       01 rxc-filename        pic x(30) value 'kozukairptext.dat'.
       01 rxc-file-fs         pic 9(2).
       01 rxc-eof             pic x(3) value space.
       01 rxc-built-at        pic x(14) value space.
       01 rxc-stamp-line      pic x(60) value space.
       01 rxc-env-stale       pic x(04) value space.
       01 rxc-stale-days      pic 9(04) value 1.
       01 rxc-now-date        pic x(08) value space.
       01 rxc-date-num        pic 9(08) value zero.
       01 rxc-now-int         pic 9(09) value zero.
       01 rxc-built-int       pic 9(09) value zero.
       01 rxc-age             pic s9(09) value zero.
       01 rxc-stale-flag      pic x value 'N'.
          88 rxc-is-stale        value 'Y'.
          88 rxc-is-fresh        value 'N'.
