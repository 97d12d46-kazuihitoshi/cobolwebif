       01 kozukai-bak-rec.
          02 bkkz-key.
             03 bkkz-date-rec   pic x(08).
             03 bkkz-date-sec   pic 9(03).
          02 bkkz-category      pic x(20).
          02 bkkz-in-or-out     pic x(01).
          02 bkkz-money         pic s9(09).
          02 bkkz-currency      pic x(03).
          02 bkkz-tax-class     pic x(01).
          02 bkkz-tax-amount    pic s9(09).
          02 bkkz-parent-key    pic x(11).
          02 bkkz-reason-code   pic x(04).
          02 bkkz-account       pic x(04).
          02 bkkz-refund-of     pic x(11).
          02 bkkz-refunded      pic s9(09).
          02 bkkz-event         pic x(08).
          02 bkkz-payee         pic x(08).
