             88 pref-land-newest     value 'N'.
             88 pref-land-oldest     value 'O' ' '.
          02 pref-updated         pic x(14).
      *   pref-lang  -  the language screens and messages are shown
      *   in, 'ja' or 'en'; blank on an older row means 'ja'
          02 pref-lang            pic x(02).
