      *  alongside the plain tallies in counter.dat, so
      *  counterreport.cob can say where visitors come from and how
      *  much of the traffic is crawler noise.  The sequence is the
      *  page's daily hit number, which counter.cob has just bumped;
      *  a crawler hit, counted apart in counterbot.dat, takes its
      *  bot tally's daily number plus 900000 so the two never share
      *  a key.
      *----------------------------------------------------------------
       01 counter-det-rec.
          02 cdet-key.
          02 cdet-referrer     pic x(80).
          02 cdet-agent        pic x(80).
          02 cdet-updated      pic x(14).
      *   cdet-class  -  which tally the hit went into: 'B' the bot
      *   tally, 'H' the human one.  Rows captured before the
      *   crawler master existed are blank and were counted as
      *   human; counterbotrebuild.cob classifies them.
          02 cdet-class        pic x(01).
             88 cdet-bot          value 'B'.
             88 cdet-human        value 'H' ' '.
      *   cdet-visitor  -  the VISITORID cookie the hit carried (or
      *   was just issued), so counterpath.cob can string a
      *   visitor's hits into a path; blank on rows captured before
      *   it was kept
          02 cdet-visitor      pic x(32).
