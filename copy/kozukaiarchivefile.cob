       01 archive-rec.
          02 archive-key.
             03 archive-date-rec pic x(08).
             03 archive-date-sec pic 9(03).
          02 archive-category    pic x(20).
          02 archive-in-or-out   pic x(01).
          02 archive-money       pic s9(09).
