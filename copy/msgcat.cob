      *----------------------------------------------------------------
      *  MSGCAT  -  parameter block for kozukaimsgcat.cob, the one
      *  place catalog text is looked up.  mc-op:
      *    'L'  language only - mc-lang returned for the caller
      *    'I'  by message id - mc-text is the Japanese default on
      *         the way in and the reader's text on the way out
      *    'T'  by text - mc-text holds a Japanese message exactly as
      *         a program wrote it; it comes back in the reader's
      *         language when the catalog knows it, unchanged if not
      *  mc-lang left blank is resolved: mc-user's preference
      *  profile when a user is named, else the KZLANG cookie the
      *  browser carries, else KOZUKAI_LANG, else 'ja'.
      *----------------------------------------------------------------
       01 msg-cat-area.
          02 mc-op             pic x(01).
             88 mc-get-lang       value 'L'.
             88 mc-by-id          value 'I'.
             88 mc-by-text        value 'T'.
          02 mc-user           pic x(20).
          02 mc-lang           pic x(02).
          02 mc-id             pic x(08).
          02 mc-text           pic x(80).
