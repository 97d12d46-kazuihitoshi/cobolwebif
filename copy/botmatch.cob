      *----------------------------------------------------------------
      *  BOTMATCH  -  parameter block for counterbotmatch.cob: the
      *  user agent in bm-agent is tried against every pattern in
      *  the crawler master; bm-result says bot or human and
      *  bm-pattern carries the pattern that hit.
      *----------------------------------------------------------------
       01 bot-match-area.
          02 bm-agent          pic x(80).
          02 bm-pattern        pic x(40).
          02 bm-result         pic x(01).
             88 bm-is-bot         value 'B'.
             88 bm-is-human       value 'H'.
