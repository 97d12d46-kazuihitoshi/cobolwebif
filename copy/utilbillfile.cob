      *----------------------------------------------------------------
      *  UTILBILLFILE  -  record layout for util-bill-file
      *  (kozukaiutilbill.dat), the link from a utility bill's
      *  ledger row to the reading period it covers: one row per
      *  ledger key (the OUT that paid the bill), naming the utility
      *  and the dates of the two meter readings bounding the
      *  period.  The cost is read from the ledger row itself, so a
      *  corrected bill needs no second edit here.  Maintained by
      *  kozukaimeter.cob; deleting the ledger row deletes its link.
      *----------------------------------------------------------------
       01 util-bill-rec.
          02 ubill-key           pic x(11).
          02 ubill-utility       pic x(06).
          02 ubill-from-date     pic x(08).
          02 ubill-to-date       pic x(08).
      *   ubill-amount  -  the bill as it stood when it was linked,
      *   the figure the report falls back on once the ledger row
      *   has gone to the archive
          02 ubill-amount        pic s9(09).
          02 ubill-user          pic x(20).
          02 ubill-updated       pic x(14).
