      *  KOZUKAIFILE  -  record layout for kozukai-file (kozukai.dat)
      *----------------------------------------------------------------
       01 kozukai-rec.
      *   kozukai-key  -  the posting date plus a three-digit per-day
      *   sequence (000-999); every file that stores a ledger key
      *   (wparent-key, rcpt-key, cmt-consumed-key, the settlement
      *   posted keys, the import journal) holds it as pic x(11)
          02 kozukai-key.
             03 wdate-rec        pic x(08).
             03 wdate-sec        pic 9(03).
          02 wcategory           pic x(20).
          02 in-or-out           pic x(01).
             88 kozukai-in         value '1'.
      *   receipt's first row; space on an ordinary row.  The parent
      *   and its children always share the same wdate-rec, so the
      *   children of a key are found inside that one day's slice.
          02 wparent-key         pic x(11).
      *   wreason-code  -  non-space marks the row as an adjustment
      *   (truing the ledger up against the bank figure), with the
      *   mandatory reason drawn from the reason-code master
      *   and the category spend reports, so they no longer have to
      *   be faked as purchases.
          02 wreason-code        pic x(04).
      *   waccount  -  the payment account (wallet, bank account,
      *   prepaid card, credit card) the money moved through, drawn
      *   from the account master (kozukaipayacct.dat); space on rows
      *   posted before accounts existed, which count against the
      *   default account (KOZUKAI_DEFAULT_ACCOUNT) in every
      *   per-account balance
          02 waccount            pic x(04).
      *   wrefund-of/wrefunded  -  the two sides of a refund.  The
      *   refund's own IN row carries the key of the OUT purchase it
      *   reverses in wrefund-of; the purchase keeps the running sum
      *   refunded against it in wrefunded, so a further refund can
      *   never exceed what is still unrefunded.  Refund rows net
      *   against the purchase's category and month in the totals
      *   and the category reports instead of counting as income.
          02 wrefund-of          pic x(11).
          02 wrefunded           pic s9(09).
      *   wevent  -  the event (kozukaievent.dat) the row was spent
      *   for - a trip, a wedding - cutting across its category;
      *   space on an everyday row
          02 wevent              pic x(08).
      *   wpayee  -  the payee (kozukaipayee.dat) the note resolved
      *   to when the row was posted, or the one keyed on the form;
      *   space when no alias matched
          02 wpayee              pic x(08).
