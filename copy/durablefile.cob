      *----------------------------------------------------------------
      *  DURABLEFILE  -  record layout for durable-file
      *  (kozukaidurable.dat), the household asset register: the
      *  fridge, the washing machine, the PCs, the car.  One row per
      *  asset, keyed by the ledger key of the OUT row that bought
      *  it.  kozukaidurablerpt.cob takes in every OUT at or above
      *  KOZUKAI_DURABLEMIN yen in a category whose master row
      *  carries a useful life (category-life), with that life;
      *  kozukaidurable.cob registers one by hand and corrects the
      *  name, the life or the expected replacement cost, or marks
      *  the asset disposed of.  Book value is straight-line over
      *  the life from the purchase month; the asset reaches the end
      *  of its life that many years after the purchase date, when
      *  kozukaiforecast.cob lays its replacement cost on the
      *  projection.
      *----------------------------------------------------------------
       01 durable-rec.
          02 dur-key            pic x(11).
          02 dur-name           pic x(40).
          02 dur-category       pic x(20).
          02 dur-purchase-date  pic x(08).
      *   dur-cost  -  the purchase in JPY, net of any refund,
      *   as it stood when the asset was registered
          02 dur-cost           pic s9(09).
          02 dur-life-years     pic 9(02).
      *   dur-replace-cost  -  what a replacement is expected to
      *   cost; the purchase cost until someone knows better
          02 dur-replace-cost   pic s9(09).
          02 dur-status         pic x(01).
             88 dur-in-use         value 'A' ' '.
             88 dur-disposed       value 'D'.
          02 dur-disposed-date  pic x(08).
          02 dur-user           pic x(20).
          02 dur-updated        pic x(14).
