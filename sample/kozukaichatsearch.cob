      *  (the hit itself marked), and the room and archive stamp on
      *  every line give chattranscript.cob its opening point.
      *  With no ROOM the search walks every room in the registry.
      *  A line that is a reply carries the handle and stamp it
      *  answers, the link chat.cob's thread view opens from, and
      *  the poster's correction flag (edited or withdrawn).
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               04 htbl-time pic x(20).
               04 htbl-name pic x(30).
               04 htbl-data pic x(200).
               04 htbl-reply-name pic x(30).
               04 htbl-reply-time pic x(20).
               04 htbl-edit-flag  pic x(01).

       copy auditlog.

         03 ctx-time         pic x(20).
         03 ctx-name         pic x(30).
         03 ctx-data         pic x(200).
         03 ctx-reply-name   pic x(30).
         03 ctx-reply-time   pic x(20).
         03 ctx-edit-flag    pic x(01).
         03 ctx-used         pic x(01).
       01 wtrail-left        pic 9(01) value zero.
       01 cx                 pic 9(01) value zero.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
            end-if
          end-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
      *  context bookkeeping for the current archive record
      *----------------------------------------------------------------
       JUDGE-ONE-MESSAGE section.
      *      superseded originals are for the moderators' eyes only
             if hist-original
               go to JUDGE-ONE-MESSAGE-EXIT
             end-if
             if whandle-filter of webif-rec not = space
                and hist-name not = whandle-filter of webif-rec
               perform PUSH-CONTEXT
             move hist-time to ctx-time (2)
             move hist-name to ctx-name (2)
             move hist-data to ctx-data (2)
             move hist-reply-name to ctx-reply-name (2)
             move hist-reply-time to ctx-reply-time (2)
             move hist-edit-flag to ctx-edit-flag (2)
             move 'Y' to ctx-used (2)
             exit.

                 move ctx-time (cx) to htbl-time (hit-count)
                 move ctx-name (cx) to htbl-name (hit-count)
                 move ctx-data (cx) to htbl-data (hit-count)
                 move ctx-reply-name (cx)
                   to htbl-reply-name (hit-count)
                 move ctx-reply-time (cx)
                   to htbl-reply-time (hit-count)
                 move ctx-edit-flag (cx)
                   to htbl-edit-flag (hit-count)
               end-if
             end-perform
             exit.
               move hist-time to htbl-time (hit-count)
               move hist-name to htbl-name (hit-count)
               move hist-data to htbl-data (hit-count)
               move hist-reply-name to htbl-reply-name (hit-count)
               move hist-reply-time to htbl-reply-time (hit-count)
               move hist-edit-flag to htbl-edit-flag (hit-count)
             end-if
             exit.

               move hist-time to htbl-time (hit-count)
               move hist-name to htbl-name (hit-count)
               move hist-data to htbl-data (hit-count)
               move hist-reply-name to htbl-reply-name (hit-count)
               move hist-reply-time to htbl-reply-time (hit-count)
               move hist-edit-flag to htbl-edit-flag (hit-count)
             end-if
             exit.

             move space to audit-after-detail
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
