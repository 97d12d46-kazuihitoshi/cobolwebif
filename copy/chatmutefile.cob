      *----------------------------------------------------------------
      *  CHATMUTEFILE  -  record layout for chat-mute-file
      *  (kozukaichatmute.dat), each handle's personal mute list:
      *  one row per handle it has muted, in one room or (mute-room
      *  blank) everywhere.  chat.cob leaves a muted handle's posts
      *  out of that handle's own render, unread count and @mention
      *  alerts; nothing is removed for anyone else.
      *----------------------------------------------------------------
       01 chat-mute-rec.
          02 mute-key.
             03 mute-owner      pic x(30).
             03 mute-room       pic x(20).
             03 mute-handle     pic x(30).
          02 mute-updated       pic x(14).
