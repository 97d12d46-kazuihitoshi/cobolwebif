       01 stage-rec.
          02 stg-seq           pic 9(06).
          02 stg-date          pic x(08).
          02 stg-seq-text      pic x(03).
          02 stg-category      pic x(20).
          02 stg-inorout       pic x(01).
          02 stg-money         pic s9(09).
          02 stg-note          pic x(40).
          02 stg-member        pic x(20).
          02 stg-currency      pic x(03).
          02 stg-dup-key       pic x(11).
          02 stg-status        pic x(01).
             88 stg-is-staged     value 'S'.
             88 stg-is-posted     value 'P'.
             88 stg-is-dropped    value 'D'.
          02 stg-updated       pic x(14).
      *   stg-account  -  the payment account the import names (the
      *   file's ACCOUNT column, the profile's account or the default)
          02 stg-account       pic x(04).
