      *----------------------------------------------------------------
      *  ASSETFILE  -  record layout for asset-file
      *  (kozukaiasset.dat): the holdings the ledger never sees - a
      *  pension statement, a securities account, a mortgage kept
      *  outside the amortization templates - keyed in by hand from
      *  the statement that reports them.  One row per holding and
      *  statement month; the net-worth statement takes each
      *  holding's newest row not after the month it is drawing up,
      *  so a holding reported quarterly simply carries forward.  A
      *  value of zero closes the holding from that month on.
      *  Maintained by kozukaiassetadmin.cob.
      *----------------------------------------------------------------
       01 asset-rec.
          02 asset-key.
             03 asset-code      pic x(08).
             03 asset-ym        pic x(06).
          02 asset-name         pic x(30).
          02 asset-kind         pic x(01).
             88 asset-is-asset     value 'A'.
             88 asset-is-liability value 'L'.
          02 asset-value        pic s9(11).
          02 asset-note         pic x(40).
          02 asset-user         pic x(20).
          02 asset-updated      pic x(14).
