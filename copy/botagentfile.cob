      *----------------------------------------------------------------
      *  BOTAGENTFILE  -  record layout for bot-agent-file
      *  (counterbotagent.dat), the crawler master: one row per
      *  user-agent pattern ("Googlebot", "bingbot", "crawler").
      *  A hit whose HTTP user agent carries any pattern anywhere,
      *  letters compared without regard to case, is a bot: counter.cob
      *  tallies it into counterbot.dat instead of the human totals.
      *  Maintained by counterbotadmin.cob; counterbotmatch.cob does
      *  the matching for the counter and for counterbotrebuild.cob.
      *----------------------------------------------------------------
       01 bot-agent-rec.
          02 bota-pattern      pic x(40).
          02 bota-note         pic x(30).
          02 bota-updated      pic x(14).
