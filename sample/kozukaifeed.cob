      *  safely on disk, so a crashed run re-emits nothing twice.
      *  Runs under audit_lock (share) the way the chain verifier
      *  does.
      *  Command line FROMDATE TODATE (YYYYMMDD) instead replays the
      *  deltas stamped inside that range as a quoted CSV,
      *  kozukaifeedrpl.csv, with a header line - the export screen's
      *  copy - and leaves the checkpoint where it is, so a replay
      *  never steals rows from the downstream consumer.
      *  Output: kozukaifeedout.txt, pipe-separated:
      *  SEQ|TIMESTAMP|OP|KEY|BEFORE-CAT|IO|MONEY|NOTE|AFTER-...
      *----------------------------------------------------------------
           organization is indexed access mode is random
           record key is fchk-key
           file status is feedchk-file-fs.
        select feed-file assign to wfeed-filename
           organization line sequential
           file status is feed-file-fs.
       DATA                  DIVISION.
       01 wbefore-money-disp pic -(8)9.
       01 wafter-money-disp  pic -(8)9.

       01 wfeed-filename     pic x(30) value 'kozukaifeedout.txt'.
       01 wcmd-line          pic x(80) value space.
       01 wfrom-date         pic x(08) value space.
       01 wto-date           pic x(08) value space.
       01 replay-flag        pic x value 'N'.
        88 replay-mode          value 'Y'.

      *  CSV-QUOTE-FIELD working fields, as kozukaicsv.cob has them
       01 wcsv-q-in          pic x(40) value space.
       01 wcsv-q-out         pic x(84) value space.
       77 wcsv-q-len         pic 9(3) comp value zero.
       77 wcsv-q-opos        pic 9(3) comp value zero.
       77 wcsv-q-i           pic 9(3) comp value zero.
       77 wcsv-q-c           pic x(1) value space.
       01 wcsv-bcat-quoted   pic x(42) value space.
       77 wcsv-bcat-len      pic 9(3) comp value zero.
       01 wcsv-bnote-quoted  pic x(82) value space.
       77 wcsv-bnote-len     pic 9(3) comp value zero.
       01 wcsv-acat-quoted   pic x(42) value space.
       77 wcsv-acat-len      pic 9(3) comp value zero.
       01 wcsv-anote-quoted  pic x(82) value space.
       77 wcsv-anote-len     pic 9(3) comp value zero.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.

          accept wcmd-line from command-line.
          unstring wcmd-line delimited by space
             into wfrom-date wto-date
          end-unstring.
          if wfrom-date not = space
            if wfrom-date not numeric
               or (wto-date not = space and wto-date not numeric)
              display 'usage: kozukaifeed [FROMDATE TODATE]'
              stop run
            end-if
            if wto-date = space
              move '99999999' to wto-date
            end-if
            set replay-mode to true
            move 'kozukaifeedrpl.csv' to wfeed-filename
          end-if.

          move 'audit_lock' to lc-lock-file.
          set lc-lock-share to true.
          call 'WEB_LOCK' using lc-web-lock rc.
            stop run
          end-if.

          if not replay-mode
            perform GET-CHECKPOINT
          end-if.

          open input audit-log-file.
          if audit-log-file-fs not = zero then
          end-if.

          open output feed-file.
          if replay-mode
            move space to feed-line
            string 'SEQ,TIMESTAMP,OP,KEY,BEFORE_CATEGORY,'
                     delimited size
                   'BEFORE_INOROUT,BEFORE_MONEY,BEFORE_NOTE,'
                     delimited size
                   'AFTER_CATEGORY,AFTER_INOROUT,AFTER_MONEY,'
                     delimited size
                   'AFTER_NOTE' delimited size
              into feed-line
            end-string
            write feed-line
          end-if.

          move wprocessed-seq to wlast-seq.
          read audit-log-file next record
                when 'UPDATE'
                when 'DELETE'
                when 'ADJUST'
                  if not replay-mode
                    perform EMIT-ONE-DELTA
                  else
                  if alog-timestamp (1:8) >= wfrom-date
                     and alog-timestamp (1:8) <= wto-date
                    perform EMIT-REPLAY-DELTA
                  end-if
                  end-if
                when other
                  continue
              end-evaluate

          close feed-file.

          if replay-mode
            display 'kozukaifeed: ' wemitted-count
                    ' delta(s) replayed from ' wfrom-date
                    ' to ' wto-date
            call 'WEB_UNLOCK' using lc-web-lock rc
            stop run
          end-if.

          if feed-file-fs = zero
            perform SET-CHECKPOINT
            display 'kozukaifeed: ' wemitted-count
             write feed-line
             exit.

      *----------------------------------------------------------------
      *  EMIT-REPLAY-DELTA  -  the same columns as one CSV line, the
      *  free-text category and note fields quoted
      *----------------------------------------------------------------
       EMIT-REPLAY-DELTA section.
             add 1 to wemitted-count
             move alog-before-money to wbefore-money-disp
             move alog-after-money  to wafter-money-disp

             move space to wcsv-q-in
             move alog-before-category to wcsv-q-in (1:20)
             move 20 to wcsv-q-len
             perform CSV-QUOTE-FIELD
             move wcsv-q-out  to wcsv-bcat-quoted
             move wcsv-q-opos to wcsv-bcat-len

             move alog-before-note to wcsv-q-in
             move 40 to wcsv-q-len
             perform CSV-QUOTE-FIELD
             move wcsv-q-out  to wcsv-bnote-quoted
             move wcsv-q-opos to wcsv-bnote-len

             move space to wcsv-q-in
             move alog-after-category to wcsv-q-in (1:20)
             move 20 to wcsv-q-len
             perform CSV-QUOTE-FIELD
             move wcsv-q-out  to wcsv-acat-quoted
             move wcsv-q-opos to wcsv-acat-len

             move alog-after-note to wcsv-q-in
             move 40 to wcsv-q-len
             perform CSV-QUOTE-FIELD
             move wcsv-q-out  to wcsv-anote-quoted
             move wcsv-q-opos to wcsv-anote-len

             move spaces to feed-line
             string alog-seq             delimited size
                    ','                  delimited size
                    alog-timestamp       delimited size
                    ','                  delimited size
                    alog-operation       delimited by space
                    ','                  delimited size
                    alog-key             delimited by space
                    ','                  delimited size
                    wcsv-bcat-quoted (1:wcsv-bcat-len)
                                         delimited size
                    ','                  delimited size
                    alog-before-inorout  delimited size
                    ','                  delimited size
                    wbefore-money-disp   delimited size
                    ','                  delimited size
                    wcsv-bnote-quoted (1:wcsv-bnote-len)
                                         delimited size
                    ','                  delimited size
                    wcsv-acat-quoted (1:wcsv-acat-len)
                                         delimited size
                    ','                  delimited size
                    alog-after-inorout   delimited size
                    ','                  delimited size
                    wafter-money-disp    delimited size
                    ','                  delimited size
                    wcsv-anote-quoted (1:wcsv-anote-len)
                                         delimited size
               into feed-line
             end-string
             write feed-line
             exit.

      *----------------------------------------------------------------
      *  CSV-QUOTE-FIELD  -  wrap wcsv-q-in (1:wcsv-q-len) in double
      *  quotes into wcsv-q-out, doubling any embedded double-quote,
      *  and return the quoted length in wcsv-q-opos
      *----------------------------------------------------------------
       CSV-QUOTE-FIELD section.
             move space to wcsv-q-out
             move zero  to wcsv-q-opos
             add 1 to wcsv-q-opos
             move '"' to wcsv-q-out (wcsv-q-opos:1)
             perform varying wcsv-q-i from 1 by 1
                        until wcsv-q-i > wcsv-q-len
               move wcsv-q-in (wcsv-q-i:1) to wcsv-q-c
               if wcsv-q-c = '"'
                 add 1 to wcsv-q-opos
                 move '"' to wcsv-q-out (wcsv-q-opos:1)
               end-if
               add 1 to wcsv-q-opos
               move wcsv-q-c to wcsv-q-out (wcsv-q-opos:1)
             end-perform
             add 1 to wcsv-q-opos
             move '"' to wcsv-q-out (wcsv-q-opos:1)
             exit.

      *----------------------------------------------------------------
      *  GET-CHECKPOINT  -  the last alog-seq previous runs have
      *  already extracted; a missing file or row means none
