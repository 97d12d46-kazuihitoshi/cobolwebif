      *----------------------------------------------------------------
      *  PAYEEFILE  -  record layout for payee-file
      *  (kozukaipayee.dat), the payee master: one row per shop,
      *  clinic or person money goes to, with up to five alias
      *  patterns - the spellings the note field actually
      *  carries ("ｲｵﾝ", "イオン",
      *  "AEON").  A ledger row names its payee in wpayee;
      *  kozukaipayeematch.cob resolves a note to a payee by these
      *  patterns.  Maintained by kozukaipayeeadmin.cob.
      *----------------------------------------------------------------
       01 payee-rec.
          02 payee-code        pic x(08).
          02 payee-name        pic x(30).
      *   payee-alias  -  a pattern matched anywhere in the note,
      *   letters compared without regard to case; the payee name
      *   itself always counts as one more pattern
          02 payee-alias       pic x(20) occurs 5.
          02 payee-updated     pic x(14).
