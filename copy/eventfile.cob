      *----------------------------------------------------------------
      *  EVENTFILE  -  record layout for event-file
      *  (kozukaievent.dat), the event master: a trip, a wedding, a
      *  move - anything whose spending cuts across categories.  A
      *  ledger row names its event in wevent; the event's date range
      *  and budget are what kozukaieventrpt.cob measures the tagged
      *  rows against.  Maintained by kozukaieventadmin.cob.
      *----------------------------------------------------------------
       01 event-rec.
          02 evt-code          pic x(08).
          02 evt-name          pic x(30).
          02 evt-from-date     pic x(08).
          02 evt-to-date       pic x(08).
      *   evt-budget  -  the JPY ceiling for the whole event; zero
      *   means no budget was set and the report shows spend only
          02 evt-budget        pic s9(09).
          02 evt-updated       pic x(14).
