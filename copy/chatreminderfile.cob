      *----------------------------------------------------------------
      *  CHATREMINDERFILE  -  record layout for reminder-file
      *  (chatreminder.dat), messages scheduled ahead of time into a
      *  chat room, once or on a repeating pattern.
      *  chatreminder.cob lets each user keep their own;
      *  kozukairemind.cob posts the day's due ones from the
      *  kozukaieod.cob run through kozukaichatpost.
      *----------------------------------------------------------------
       01 reminder-rec.
          02 rem-id             pic 9(06).
      *   rem-owner  -  the credentials username that keyed it; only
      *   the owner (or an admin) may change it
          02 rem-owner          pic x(20).
          02 rem-room           pic x(20).
          02 rem-text           pic x(160).
      *   rem-kind and the schedule fields it reads: once on
      *   rem-date, daily, weekly on rem-weekday (1 Monday .. 7
      *   Sunday), monthly on rem-day, yearly on rem-month/rem-day.
      *   A day past the month's end falls on its last day.
          02 rem-kind           pic x(01).
             88 rem-kind-once         value 'O'.
             88 rem-kind-daily        value 'D'.
             88 rem-kind-weekly       value 'W'.
             88 rem-kind-monthly      value 'M'.
             88 rem-kind-yearly       value 'Y'.
             88 rem-kind-valid        value 'O' 'D' 'W' 'M' 'Y'.
          02 rem-date           pic x(08).
          02 rem-weekday        pic 9(01).
          02 rem-month          pic 9(02).
          02 rem-day            pic 9(02).
      *   rem-lead-days  -  post this many days ahead of the date
      *   (the evening before bin day, say); zero posts on the day
          02 rem-lead-days      pic 9(02).
      *   rem-shift  -  a date landing on a Saturday, Sunday or a
      *   holiday-file date slides forward ('F') or back ('B') to
      *   the nearest business day, as tmpl-shift does for the
      *   recurring templates; space keeps the calendar day
          02 rem-shift          pic x(01).
             88 rem-shift-none        value space.
             88 rem-shift-forward     value 'F'.
             88 rem-shift-backward    value 'B'.
          02 rem-status         pic x(01).
             88 rem-active            value 'A' ' '.
             88 rem-paused            value 'P'.
             88 rem-done              value 'D'.
      *   rem-last-posted  -  the last date it went out, so a rerun
      *   of the same night posts nothing twice
          02 rem-last-posted    pic x(08).
          02 rem-updated        pic x(14).
