      *----------------------------------------------------------------
      *  CARDSTMTFILE  -  record layout for cardstmt-file
      *  (kozukaicardstmt.dat): one row per closed card cycle, keyed
      *  card code plus closing date, written by kozukaicardbill.cob
      *  when the cycle closes.  cstmt-total is the JPY sum of the
      *  card's OUT rows in the cycle less its IN (refund) rows; the
      *  card company's own figure keyed through kozukaicardadmin.cob
      *  lands in cstmt-issuer-total and moves the statement to
      *  agreed or held.  On the due date the debit is posted as a
      *  pair - the bank account's OUT and the card account's IN,
      *  reason code CARD so neither counts as spend a second time -
      *  and the posted keys are kept here.
      *----------------------------------------------------------------
       01 cardstmt-rec.
          02 cstmt-key.
             03 cstmt-card         pic x(04).
             03 cstmt-close-date   pic x(08).
          02 cstmt-from-date       pic x(08).
          02 cstmt-due-date        pic x(08).
          02 cstmt-total           pic s9(10).
          02 cstmt-rows            pic 9(05).
          02 cstmt-issuer-total    pic s9(10).
          02 cstmt-status          pic x(01).
             88 cstmt-is-open         value 'O'.
             88 cstmt-is-agreed       value 'C'.
             88 cstmt-is-held         value 'M'.
             88 cstmt-is-posted       value 'P'.
          02 cstmt-posted-key1     pic x(11).
          02 cstmt-posted-key2     pic x(11).
          02 cstmt-updated         pic x(14).
