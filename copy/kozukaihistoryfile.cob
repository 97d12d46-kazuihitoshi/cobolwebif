          02 hist-full-key.
             03 hist-key.
                04 hist-date-rec pic x(08).
                04 hist-date-sec pic 9(03).
             03 hist-deleted-at  pic x(14).
          02 hist-category       pic x(20).
          02 hist-in-or-out      pic x(01).
