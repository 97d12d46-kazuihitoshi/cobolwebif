      *----------------------------------------------------------------
      *  NETWORTHFILE  -  record layout for networth-file
      *  (kozukainetworth.dat): one row per month-end balance sheet
      *  drawn up by kozukainetworth.cob - what each holding was
      *  worth in JPY at that month's end and the net of them - so
      *  the twelve-month trend prints from history instead of
      *  re-valuing old months at today's rates.  Re-running a month
      *  replaces its row.
      *  nw-ledger-source: 'S' the month-end balance came from
      *  kozukaibalsnap.dat, 'L' from the ledger itself (no snapshot
      *  yet, or the snapshot was behind the ledger).
      *----------------------------------------------------------------
       01 networth-rec.
          02 nw-ym              pic x(06).
          02 nw-ledger          pic s9(11).
          02 nw-fx              pic s9(11).
          02 nw-goals           pic s9(11).
          02 nw-assets          pic s9(11).
          02 nw-loans           pic s9(11).
          02 nw-liabilities     pic s9(11).
          02 nw-iou-open        pic s9(11).
          02 nw-total-assets    pic s9(12).
          02 nw-total-liabs     pic s9(12).
          02 nw-net             pic s9(12).
          02 nw-ledger-source   pic x(01).
          02 nw-updated         pic x(14).
