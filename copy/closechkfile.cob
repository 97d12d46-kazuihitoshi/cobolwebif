      *----------------------------------------------------------------
      *  CLOSECHKFILE  -  record layout for close-chk-file
      *  (kozukaiclosechk.dat), the month-end close checklist: what
      *  has been recorded by hand against one ledger's month.  The
      *  items that can be read off the other files (cash counted,
      *  receipts for the large OUTs, settlement paid, approval
      *  queue and staging file empty) are worked out afresh every
      *  time by kozukaiclosecheck.cob and never stored; only the
      *  manual ticks live here, plus one OVERRIDE row per month when
      *  an admin has recorded why the month may close with items
      *  still open.  Maintained on kozukaiclosechk.cob.
      *----------------------------------------------------------------
       01 close-chk-rec.
          02 cck-key.
             03 cck-ledger       pic x(08).
             03 cck-ym           pic x(06).
      *   cck-item  -  BANK for the bank statement matched, or
      *   OVERRIDE for the recorded override
             03 cck-item         pic x(08).
                88 cck-item-bank     value 'BANK'.
                88 cck-item-override value 'OVERRIDE'.
          02 cck-ticked          pic x(01).
             88 cck-is-ticked       value 'Y'.
             88 cck-not-ticked      value 'N'.
          02 cck-ticked-by       pic x(20).
          02 cck-ticked-at       pic x(14).
      *   cck-note  -  the admin's remark on a tick; the reason on
      *   the override row
          02 cck-note            pic x(40).
