      *----------------------------------------------------------------
      *  RCPTITEMFILE  -  record layout for rcpt-item-file
      *  (kozukaircptitem.dat), what was on a registered receipt:
      *  one row per item line, keyed by the receipt's rcpt-key
      *  (the ledger key it backs) and a line number.  Keyed from
      *  kozukaircptitem.cob; kozukaipricebook.cob and
      *  kozukaipricetrend.cob read it to compare what the same
      *  item costs at each store and over time.  The lines go with
      *  the ledger row when it is deleted, the way its receipt row
      *  does.
      *----------------------------------------------------------------
       01 rcpt-item-rec.
          02 ritem-key.
             03 ritem-rcpt-key  pic x(11).
             03 ritem-line      pic 9(02).
          02 ritem-name        pic x(30).
          02 ritem-store       pic x(20).
      *   ritem-date  -  the receipt's date, carried on each line so
      *   the price reports need not reread the register
          02 ritem-date        pic x(08).
          02 ritem-qty         pic 9(05)v99.
      *   ritem-price  -  JPY per unit; ritem-amount is qty x price
      *   as the line was keyed, rounded to the yen
          02 ritem-price       pic 9(07).
          02 ritem-amount      pic s9(09).
          02 ritem-updated     pic x(14).
