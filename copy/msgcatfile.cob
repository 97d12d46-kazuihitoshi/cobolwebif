      *----------------------------------------------------------------
      *  MSGCATFILE  -  record layout for msgcat-file (kozukaimsg.dat),
      *  the message catalog: one row per message id and language
      *  ('ja', 'en'), holding the text a screen or report shows.
      *  The 'ja' row carries the very wording the programs were
      *  written with, so its text is also an alternate key - a
      *  program holding a Japanese message can find the message id
      *  from it and from that the reader's own language.
      *----------------------------------------------------------------
       01 msgcat-rec.
          02 msgc-key.
             03 msgc-id          pic x(08).
             03 msgc-lang        pic x(02).
          02 msgc-text           pic x(80).
          02 msgc-updated        pic x(14).
