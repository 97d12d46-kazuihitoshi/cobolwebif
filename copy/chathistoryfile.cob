      *   hist-dm-to  -  target handle when the rolled row was a
      *   direct message; space for an ordinary broadcast row
          02 hist-dm-to          pic x(30).
      *   hist-reply-name/hist-reply-time  -  the handle and stamp of
      *   the message this one answered; space for a thread opener
          02 hist-reply-name     pic x(30).
          02 hist-reply-time     pic x(20).
      *   hist-edit-flag  -  'E' the poster corrected the message,
      *   'R' the poster withdrew it; 'O' marks the text as it stood
      *   before a correction or withdrawal, archived at that moment
      *   for the moderators and left out of ordinary reading
          02 hist-edit-flag      pic x(01).
             88 hist-edited          value 'E'.
             88 hist-retracted       value 'R'.
             88 hist-original        value 'O'.
