       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimsgcat.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - message catalog lookup for the screens
      *  and reports (see the MSGCAT copybook for the three calls).
      *  The catalog (kozukaimsg.dat, loaded by kozukaimsgload.cob)
      *  is opened on the first call and kept open for the rest of
      *  the run.  Whatever is missing - the file, the id, the
      *  language row - leaves the caller's Japanese text as it
      *  stands, so a catalog that lags behind a program never
      *  blanks a message; the internal mode codes and everything
      *  written to the audit trail never pass through here.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select msgcat-file assign to "kozukaimsg.dat"
           organization is indexed access mode is dynamic
           record key is msgc-key
           alternate record key is msgc-text with duplicates
           file status is msgcat-file-fs.
        select prefs-file assign to "kozukaiprefs.dat"
           organization is indexed access mode is random
           record key is pref-username
           file status is prefs-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd msgcat-file.
       copy msgcatfile.

       fd prefs-file.
       copy kozukaiprefsfile.

       WORKING-STORAGE SECTION.
       01 msgcat-file-fs     pic 9(2).
       01 prefs-file-fs      pic 9(2).
       01 msgcat-eof         pic x(3) value space.
      *  'N' not tried yet, 'Y' open, 'X' not there - tried once only
       01 msgcat-open-flag   pic x value 'N'.
        88 msgcat-not-tried     value 'N'.
        88 msgcat-is-open       value 'Y'.
        88 msgcat-missing       value 'X'.

       01 wcookie            pic x(400) value space.
       01 wcookie-i          pic 9(03) value zero.
       01 wenv-lang          pic x(02) value space.
       01 wfound-id          pic x(08) value space.
       01 wwant-text         pic x(80) value space.

       copy paramget.

       LINKAGE SECTION.
       copy msgcat.

       PROCEDURE             DIVISION using msg-cat-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          if mc-lang = space
            perform RESOLVE-LANGUAGE
          end-if.

          if mc-get-lang
            go to MAIN-PROC-EXIT
          end-if.

          if msgcat-not-tried
            open input msgcat-file
            if msgcat-file-fs = zero
              set msgcat-is-open to true
            else
              set msgcat-missing to true
            end-if
          end-if.
          if not msgcat-is-open
            go to MAIN-PROC-EXIT
          end-if.

          evaluate true
           when mc-by-id
             perform LOOKUP-BY-ID
           when mc-by-text
             perform LOOKUP-BY-TEXT
          end-evaluate.

       MAIN-PROC-EXIT.
          exit program.

      *----------------------------------------------------------------
      *  RESOLVE-LANGUAGE  -  the named user's profile, else the
      *  KZLANG cookie, else the household default KOZUKAI_LANG,
      *  else Japanese
      *----------------------------------------------------------------
       RESOLVE-LANGUAGE section.
             if mc-user not = space
               move mc-user to pref-username
               open input prefs-file
               if prefs-file-fs = zero
                 read prefs-file
                   invalid key continue
                   not invalid key
                     move pref-lang to mc-lang
                 end-read
                 close prefs-file
               end-if
               if mc-lang not = space
                 go to RESOLVE-LANGUAGE-EXIT
               end-if
             end-if

             move space to wcookie
             accept wcookie from environment 'HTTP_COOKIE'
             perform varying wcookie-i from 1 by 1
                until wcookie-i > 391 or mc-lang not = space
               if wcookie (wcookie-i:7) = 'KZLANG='
                 move wcookie (wcookie-i + 7:2) to mc-lang
               end-if
             end-perform
             if mc-lang = ';' or mc-lang (1:1) = space
               move space to mc-lang
             end-if
             if mc-lang not = space
               go to RESOLVE-LANGUAGE-EXIT
             end-if

             move space to wenv-lang
             move 'KOZUKAI_LANG' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-lang
             if wenv-lang not = space
               move wenv-lang to mc-lang
             else
               move 'ja' to mc-lang
             end-if.
       RESOLVE-LANGUAGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOOKUP-BY-ID  -  the reader's row for mc-id; failing that
      *  the Japanese row; failing both the caller's default stays
      *----------------------------------------------------------------
       LOOKUP-BY-ID section.
             move mc-id   to msgc-id
             move mc-lang to msgc-lang
             read msgcat-file key is msgc-key
               invalid key
                 move 'ja' to msgc-lang
                 read msgcat-file key is msgc-key
                   invalid key continue
                   not invalid key
                     move msgc-text to mc-text
                 end-read
               not invalid key
                 move msgc-text to mc-text
             end-read
             exit.

      *----------------------------------------------------------------
      *  LOOKUP-BY-TEXT  -  find the Japanese row carrying mc-text,
      *  then the same id in the reader's language.  Japanese
      *  readers, blank messages and text the catalog does not know
      *  come back untouched.
      *----------------------------------------------------------------
       LOOKUP-BY-TEXT section.
             if mc-lang = 'ja' or mc-text = space
               go to LOOKUP-BY-TEXT-EXIT
             end-if
             move mc-text to wwant-text
             move space to wfound-id
             move wwant-text to msgc-text
             start msgcat-file key is = msgc-text
               invalid key go to LOOKUP-BY-TEXT-EXIT
             end-start
             move space to msgcat-eof
             perform until msgcat-eof = 'EOF' or wfound-id not = space
               read msgcat-file next record
                 at end move 'EOF' to msgcat-eof
               end-read
               if msgcat-eof not = 'EOF'
                 if msgc-text not = wwant-text
                   move 'EOF' to msgcat-eof
                 else
                   if msgc-lang = 'ja'
                     move msgc-id to wfound-id
                   end-if
                 end-if
               end-if
             end-perform
             if wfound-id = space
               go to LOOKUP-BY-TEXT-EXIT
             end-if
             move wfound-id to msgc-id
             move mc-lang   to msgc-lang
             read msgcat-file key is msgc-key
               invalid key continue
               not invalid key
                 move msgc-text to mc-text
             end-read.
       LOOKUP-BY-TEXT-EXIT.
             exit.
