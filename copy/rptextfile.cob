      *----------------------------------------------------------------
      *  RPTEXTFILE  -  record layout for the reporting extract
      *  (kozukairptext.dat, kozukairptext_<code>.dat for another
      *  book), written every night by kozukaiextract.cob: the
      *  book's closed-year archives and its live file merged in
      *  date order, one flat row per ledger row with everything
      *  the reports used to work out for themselves already
      *  resolved.  The first record is the header carrying the
      *  build stamp the reports check and print; the last is the
      *  trailer with the row count, so a half-written extract (no
      *  trailer) is told apart from a finished one.
      *----------------------------------------------------------------
       01 rptext-rec.
          02 rx-rec-type         pic x(01).
             88 rx-is-header       value 'H'.
             88 rx-is-detail       value 'D'.
             88 rx-is-trailer      value 'T'.
          02 rx-detail.
             03 rx-key.
                04 rx-date       pic x(08).
                04 rx-sec        pic 9(03).
      *      rx-source  -  'A' from a kozukaiYYYY.dat archive, 'L'
      *      from the live file
             03 rx-source        pic x(01).
                88 rx-from-archive  value 'A'.
                88 rx-from-live     value 'L'.
      *      rx-report-ym  -  the month the row counts in: its own,
      *      or for a refund linked to its purchase the purchase's
             03 rx-report-ym     pic x(06).
             03 rx-category      pic x(20).
      *      rx-cat-parent/rx-cat-top  -  the category's parent
      *      from the book's category master (space on a top-level
      *      category) and the top of the chain (the category
      *      itself when it has no parent)
             03 rx-cat-parent    pic x(20).
             03 rx-cat-top       pic x(20).
             03 rx-in-or-out     pic x(01).
             03 rx-member        pic x(20).
      *      rx-money is the face amount in rx-currency; rx-rate the
      *      rate to JPY in effect on the row's own date (1.00 for
      *      JPY or a currency with no rate yet) and rx-money-jpy
      *      the converted amount, IN and OUT both positive
             03 rx-money         pic s9(09).
             03 rx-currency      pic x(03).
             03 rx-rate          pic 9(06)v99.
             03 rx-money-jpy     pic s9(10).
             03 rx-tax-class     pic x(01).
             03 rx-tax-amount    pic s9(09).
             03 rx-tax-jpy       pic s9(10).
      *      rx-parent-key  -  the first row of the split receipt
      *      this row belongs to; space on an ordinary row
             03 rx-parent-key    pic x(11).
             03 rx-refund-of     pic x(11).
             03 rx-refunded      pic s9(09).
             03 rx-refunded-jpy  pic s9(10).
             03 rx-reason-code   pic x(04).
             03 rx-account       pic x(04).
             03 rx-event         pic x(08).
             03 rx-payee         pic x(08).
             03 rx-note          pic x(40).
      *      rx-carry-flag  -  'Y' on a carry-forward row (繰越,
      *      dated 0101) whose previous year is in the extract in
      *      detail from its archive: the row restates that detail,
      *      and a report reading the full history skips it
             03 rx-carry-flag    pic x(01).
                88 rx-carry-dup     value 'Y'.
      *   header view: when the extract was built and for which book
          02 rx-header redefines rx-detail.
             03 rxh-built-at     pic x(14).
             03 rxh-ledger       pic x(08).
             03 rxh-first-year   pic x(04).
             03 filler           pic x(229).
      *   trailer view: how many detail rows were written
          02 rx-trailer redefines rx-detail.
             03 rxt-row-count    pic 9(09).
             03 rxt-built-at     pic x(14).
             03 filler           pic x(232).
