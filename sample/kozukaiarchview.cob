         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpage-key       pic x(11) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NEXTKEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnext-key       pic x(11) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PREVKEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wprev-key       pic x(11) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ERRMSG'.
         02 filler pic x value low-value.
         02 filler pic x value low-value.
         02 table-rec.
            03 table-array occurs 30.
               04 tbl-key      pic x(11).
               04 tbl-category pic x(20).
               04 tbl-inorout  pic x(01).
               04 tbl-money    pic z(10)9.
       01 j                  pic 9(02).
       01 wsearch-key.
        02 wsearch-date-rec  pic x(08).
        02 wsearch-date-sec  pic 9(03).
       01 wpage-dir          pic x value space.
       01 wprecount          pic 9(10).
       01 wwindow-count      pic 9(02).
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          if wyear of webif-rec not numeric then
            move '対象年をYYYYで指定してください'
                 to werrmsg of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            stop run
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
      *----------------------------------------------------------------
       GET-PAGE-SIZE section.
             move 10 to wpage-size
             move 'KOZUKAI_PAGESIZE' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-pagesize
             if wenv-pagesize not = space
                and wenv-pagesize is numeric then
               move wenv-pagesize to wenv-pagesize-num
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             move space to audit-user
             call 'kozukaiauditwrite' using audit-rec
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
             move space to mc-user
             set mc-by-text to true
             move werrmsg of webif-rec to mc-text
             call 'kozukaimsgcat' using msg-cat-area
             move mc-text to werrmsg of webif-rec.
       TRANSLATE-MESSAGE-EXIT.
             exit.
