      *----------------------------------------------------------------
      *  FURUSATOFILE  -  record layout for furusato-file
      *  (kozukaifurusato.dat), the ふるさと納税 donation register:
      *  one row per donation, keyed by the ledger key of the OUT row
      *  that paid it, with the municipality it went to, the donor
      *  (the member whose tax it comes off), the amount as it stood
      *  when it was registered, whether the ワンストップ特例 form
      *  has gone in, and a note for the return gift.  Maintained by
      *  kozukaifurusato.cob; kozukaifurusatorpt.cob prints the
      *  year-end worksheet from it.  Deleting the ledger row deletes
      *  its register row.
      *----------------------------------------------------------------
       01 furusato-rec.
          02 fur-key            pic x(11).
          02 fur-date           pic x(08).
          02 fur-member         pic x(20).
          02 fur-municipality   pic x(30).
          02 fur-amount         pic s9(09).
          02 fur-onestop        pic x(01).
             88 fur-onestop-sent   value 'Y'.
             88 fur-onestop-none   value 'N' ' '.
          02 fur-note           pic x(40).
          02 fur-user           pic x(20).
          02 fur-updated        pic x(14).
