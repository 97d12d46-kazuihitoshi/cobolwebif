      *----------------------------------------------------------------
       01 notify-rec.
          02 notify-date-rec    pic x(08).
          02 notify-date-sec    pic 9(03).
          02 notify-category    pic x(20).
          02 notify-money       pic s9(09).
          02 notify-currency    pic x(03).
