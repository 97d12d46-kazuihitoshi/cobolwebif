       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          perform BUILD-MENU.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
               end-evaluate
               if wrole-rank >= wapp-rank and j < 30
                 add 1 to j
                 move app-area (i)    to mc-text
                 perform TRANSLATE-MENU-TEXT
                 move mc-text         to mtbl-area (j)
                 move app-title (i)   to mc-text
                 perform TRANSLATE-MENU-TEXT
                 move mc-text         to mtbl-title (j)
                 move app-program (i) to mtbl-program (j)
               end-if
             end-perform
               go to CHECK-SESSION-COOKIE-EXIT
             end-if
             move 60 to wsession-mins
             move 'KOZUKAI_SESSION_MINS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-sessmins
             if wenv-sessmins not = space
                and wenv-sessmins is numeric then
               move wenv-sessmins to wsession-mins
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             move wusername of webif-rec to audit-user
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-MENU-TEXT  -  an area or title of the registry in
      *  the reader's language (catalog ids MENUnnnn); the registry
      *  itself stays Japanese
      *----------------------------------------------------------------
       TRANSLATE-MENU-TEXT section.
             move wusername of webif-rec to mc-user
             set mc-by-text to true
             call 'kozukaimsgcat' using msg-cat-area
             exit.

      *----------------------------------------------------------------
      *  TRANSLATE-MESSAGE  -  the message in the reader's language
      *  from the message catalog; Japanese, or text the catalog does
      *  not hold, goes out as it stands
      *----------------------------------------------------------------
       TRANSLATE-MESSAGE section.
             if werrmsg of webif-rec = space
               go to TRANSLATE-MESSAGE-EXIT
             end-if
             move wusername of webif-rec to mc-user
             set mc-by-text to true
             move werrmsg of webif-rec to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of webif-rec.
       TRANSLATE-MESSAGE-EXIT.
             exit.
