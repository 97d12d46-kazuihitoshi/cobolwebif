      *  verification verdict (off kozukaiauditverify.txt), the
      *  notifier's checkpoint lag against kozukainotify.txt, and
      *  whether any of the web locks is currently held (a one-
      *  second probe), and which settings are still taken from the
      *  web server's environment rather than the parameter master
      *  (listed by name underneath).  Each line carries OK or NG for
      *  the template to color green or red.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FORMAT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wformat         pic x(04) value space.
         02 filler pic x value low-value.
         02 status-table.
            03 status-array occurs 8.
               04 sttl-name   pic x(20).
               04 sttl-value  pic x(40).
               04 sttl-flag   pic x(02).
         02 env-param-table.
            03 env-param-array occurs 50.
               04 etbl-name   pic x(30).

       copy auditlog.

       01 lx                 pic 9(01) value zero.
       01 wheld-list         pic x(40) value space.
       01 wheld-count        pic 9(01) value zero.
       01 wenv-count         pic 9(02) value zero.
       01 wenv-count-disp    pic z9.
       01 px                 pic 9(04) value zero.

       copy paramget.

       copy paramseed.

      *  FORMAT=JSON answer (see WRITE-JSON-STATUS)
       copy jsonout.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
          perform CHECK-AUDIT-VERDICT.
          perform CHECK-NOTIFIER-LAG.
          perform CHECK-WEB-LOCKS.
          perform CHECK-ENV-PARAMETERS.

          if wformat of webif-rec = 'JSON'
            perform WRITE-JSON-STATUS
          else
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
          end-if.
          STOP RUN.

      *----------------------------------------------------------------
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-ENV-PARAMETERS  -  every setting the parameter master
      *  defines, looked up the way the programs look it up
      *  (kozukaiparam.cob); one answered from the environment has
      *  not been moved into the master yet and is listed.  Green
      *  when none is.
      *----------------------------------------------------------------
       CHECK-ENV-PARAMETERS section.
             add 1 to sx
             move 'PARAMETERS' to sttl-name (sx)
             move space to env-param-table of webif-rec
             move zero to wenv-count
             perform varying px from 1 by 1 until px > param-seed-count
               move pseed-name (px) to prm-name
               call 'kozukaiparam' using param-get-area
               if prm-from-env and wenv-count < 50
                 add 1 to wenv-count
                 move pseed-name (px) to etbl-name (wenv-count)
               end-if
             end-perform
             if wenv-count = zero
               move 'NONE FROM ENVIRONMENT' to sttl-value (sx)
               move 'OK' to sttl-flag (sx)
             else
               move wenv-count to wenv-count-disp
               string wenv-count-disp delimited size
                      ' FROM ENVIRONMENT' delimited size
                 into sttl-value (sx)
               end-string
               move 'NG' to sttl-flag (sx)
             end-if
             exit.

      *----------------------------------------------------------------
      *  WRITE-JSON-STATUS  -  the "status" document of the JSONOUT
      *  copybook, one "checks" element per status line
      *----------------------------------------------------------------
       WRITE-JSON-STATUS section.
             move 'status' to jo-name
             set jo-begin to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             move 'error' to jo-name
             move werrmsg of webif-rec to jo-value
             call 'kozukaijsonout' using json-out-area
             move 'checks' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             perform varying sx from 1 by 1 until sx > 8
               if sttl-name (sx) not = space
                 set jo-open-object to true
                 call 'kozukaijsonout' using json-out-area
                 set jo-string to true
                 move 'name' to jo-name
                 move sttl-name (sx) to jo-value
                 call 'kozukaijsonout' using json-out-area
                 move 'value' to jo-name
                 move sttl-value (sx) to jo-value
                 call 'kozukaijsonout' using json-out-area
                 set jo-literal to true
                 move 'ok' to jo-name
                 if sttl-flag (sx) = 'OK'
                   move 'true' to jo-value
                 else
                   move 'false' to jo-value
                 end-if
                 call 'kozukaijsonout' using json-out-area
                 set jo-close-object to true
                 call 'kozukaijsonout' using json-out-area
               end-if
             end-perform
             set jo-close-array to true
             call 'kozukaijsonout' using json-out-area
             move 'env_params' to jo-name
             set jo-open-array to true
             call 'kozukaijsonout' using json-out-area
             set jo-string to true
             perform varying px from 1 by 1 until px > wenv-count
               move etbl-name (px) to jo-value
               call 'kozukaijsonout' using json-out-area
             end-perform
             set jo-end to true
             call 'kozukaijsonout' using json-out-area
             exit.

      *------------------------------------------------
      *  PAGE-LOG-WRITE  -  drop one line to the shared access log so
      *  there's a record of which program served this hit
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
