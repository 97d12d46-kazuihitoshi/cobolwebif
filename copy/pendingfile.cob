          02 pend-comment       pic x(40).
          02 pend-decided-by    pic x(20).
          02 pend-updated       pic x(14).
      *   pend-account  -  the payment account the request names,
      *   posted onto the ledger row when it is approved
          02 pend-account       pic x(04).
      *   pend-event  -  the event tag the request carries, posted
      *   onto the ledger row with it
          02 pend-event         pic x(08).
      *   pend-payee  -  a payee keyed on the request; blank means
      *   the note is resolved to one when the row posts
          02 pend-payee         pic x(08).
      *   pend-kind  -  what parked the row: blank for a large OUT
      *   held back from a direct 追加, 'C' for an expense claim
      *   submitted on the multiform claim form by someone who paid
      *   out of their own pocket.  Approving a claim also writes
      *   an open IOU from pend-claimant (the member the login is
      *   bound to, or the login itself when unbound) to the row's
      *   member, the common pool when there is none.
          02 pend-kind          pic x(01).
             88 pend-is-entry      value ' '.
             88 pend-is-claim      value 'C'.
          02 pend-claimant      pic x(20).
      *   pend-receipt-ref  -  the claimant's reference for the
      *   paper slip they handed over
          02 pend-receipt-ref   pic x(20).
