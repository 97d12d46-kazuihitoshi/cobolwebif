      *  - the set an expense audit asks about first.
      *----------------------------------------------------------------
       01 receipt-rec.
          02 rcpt-key          pic x(11).
          02 rcpt-ref          pic x(30).
          02 rcpt-issuer       pic x(20).
          02 rcpt-date         pic x(08).
