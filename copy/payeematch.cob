      *----------------------------------------------------------------
      *  PAYEEMATCH  -  parameter block for kozukaipayeematch.cob.
      *  With pym-payee given, the code is looked up in the payee
      *  master; with it blank, pym-note is matched against every
      *  payee's patterns and the longest match wins.  pym-result
      *  says which: matched (code and name filled in), unknown (the
      *  given code is not in the master) or no match (both blank).
      *----------------------------------------------------------------
       01 payee-match-area.
          02 pym-note          pic x(40).
          02 pym-payee         pic x(08).
          02 pym-payee-name    pic x(30).
          02 pym-result        pic x(01).
             88 pym-matched       value 'Y'.
             88 pym-unknown       value 'N'.
             88 pym-no-match      value space.
