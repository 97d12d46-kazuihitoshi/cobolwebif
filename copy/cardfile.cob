      *----------------------------------------------------------------
      *  CARDFILE  -  record layout for card-file (kozukaicard.dat),
      *  the credit-card master: one row per card, keyed by the
      *  card's own payment-account code (a type 'K' row of
      *  kozukaipayacct.dat), with the day its statement closes, the
      *  day the bill is debited and the bank account it is debited
      *  from.  kozukaicardbill.cob closes each cycle into a
      *  statement and posts the debit on the due date; maintained
      *  by kozukaicardadmin.cob.
      *----------------------------------------------------------------
       01 card-rec.
          02 card-code         pic x(04).
          02 card-name         pic x(20).
      *   card-close-day / card-pay-day  -  day of month; a day past
      *   the month's last day (31 for "month end") means the last
      *   day.  card-pay-months is how many months after the closing
      *   month the debit falls (1 for the usual next-month debit).
          02 card-close-day    pic 9(02).
          02 card-pay-day      pic 9(02).
          02 card-pay-months   pic 9(01).
          02 card-bank-account pic x(04).
      *   card-shift  -  a debit date on a Saturday, Sunday or
      *   holiday slides 'F' forward or 'B' back to the nearest
      *   business day, the tmpl-shift rule kozukairecur.cob follows
          02 card-shift        pic x(01).
             88 card-shift-none      value space.
             88 card-shift-forward   value 'F'.
             88 card-shift-backward  value 'B'.
      *   the category and member the bank-side debit and the
      *   card-side settlement are booked under
          02 card-category     pic x(20).
          02 card-member       pic x(20).
      *   card-check  -  'Y' holds each statement until the card
      *   company's figure has been keyed and agrees
          02 card-check        pic x(01).
             88 card-check-required  value 'Y'.
          02 card-status       pic x(01).
             88 card-active          value 'A' ' '.
             88 card-stopped         value 'X'.
          02 card-updated      pic x(14).
