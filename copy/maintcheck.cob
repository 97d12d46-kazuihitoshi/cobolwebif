      *----------------------------------------------------------------
      *  MAINTCHECK  -  parameter block for kozukaimaintcheck.cob.
      *  mtc-function:
      *    'C'  check - mtc-result says whether the switch is on and,
      *         when it is, the reason, expected end, who set it and
      *         the banner line for the screen come back
      *    'B'  begin - turn the switch on with the mtc-reason,
      *         mtc-until and mtc-set-by the caller filled in; when
      *         it was on already it is left as it is and
      *         mtc-already-on tells the caller not to end it
      *    'E'  end - turn the switch off
      *  mtc-refused is the CGI's own note that it turned a change
      *  away, so its banner wins over any other message.
      *----------------------------------------------------------------
       01 maint-check-area.
          02 mtc-function      pic x(01).
             88 mtc-check         value 'C'.
             88 mtc-begin         value 'B'.
             88 mtc-end           value 'E'.
          02 mtc-result        pic x(01) value 'N'.
             88 mtc-on            value 'Y'.
             88 mtc-off           value 'N'.
          02 mtc-reason        pic x(40).
          02 mtc-until         pic x(12).
          02 mtc-set-by        pic x(20).
          02 mtc-banner        pic x(60).
          02 mtc-was-on        pic x(01) value 'N'.
             88 mtc-already-on    value 'Y'.
             88 mtc-newly-on      value 'N'.
          02 mtc-refused-flag  pic x(01) value 'N'.
             88 mtc-refused       value 'Y'.
             88 mtc-not-refused   value 'N'.
