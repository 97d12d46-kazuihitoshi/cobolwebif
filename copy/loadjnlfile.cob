       01 loadjnl-rec.
          02 lj-key.
             03 lj-run-id       pic x(14).
             03 lj-kozukai-key  pic x(11).
          02 lj-category        pic x(20).
          02 lj-inorout         pic x(01).
          02 lj-money           pic s9(09).
