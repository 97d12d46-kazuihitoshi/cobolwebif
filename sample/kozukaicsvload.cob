      *----------------------------------------------------------------
      *  Batch loader - the import side of kozukaicsv.cob: reads a
      *  CSV file in the same DATE,SEQ,CATEGORY,INOROUT,MONEY,NOTE,
      *  MEMBER,CURRENCY,ACCOUNT layout the export writes (a monthly
      *  bank
      *  download, typically; ACCOUNT may be absent, and then the
      *  profile's own account or KOZUKAI_DEFAULT_ACCOUNT is used),
      *  validates each row the way
      *  kozukaiupdate.cob's CHECK-CATEGORY and CHECK-MONEY gate a
      *  keyed '追加', and writes the accepted rows into kozukai.dat
      *  under kozukai_lock.  A row that fails validation is dropped
      *  into kozukaicsvrej.txt with a reason code in front of the
      *  original line, so the file can be fixed up and re-fed.
      *  Command line: input filename (defaults to kozukaicsvin.txt).
      *  The run is entered in the job registry
      *  (kozukaijobguard.cob) and refused while another copy, or
      *  a job that may not overlap it, is running.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is lj-key
           file status is loadjnl-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is random
           record key is pacct-code
           file status is payacct-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd csvin-file.
       fd loadjnl-file.
       copy loadjnlfile.

       fd payacct-file.
       copy payacctfile.

       WORKING-STORAGE SECTION.
       copy web-lock.

       copy jobguard.

       copy payeematch.
       77 rc                 pic s9(10) usage binary.
       01 csvin-file-fs      pic 9(2).
       01 reject-file-fs     pic 9(2).
       01 stage-file-fs      pic 9(2).
       01 wstg-next-seq      pic 9(06) value zero.
       01 wstaged-count      pic 9(05) value zero.
       01 wdup-found-key     pic x(11) value space.
       01 dup-scan-eof       pic x(3) value space.

      *  every direct-mode run gets a run id, and every key it
        88 wcsv-not-in-quote    value 'N'.

       01 wrow-date          pic x(08).
      *   the sequence column is three digits since the key was
      *   widened; a two-digit value from an older export or a bank
      *   file is right-aligned through wrow-seq-short
       01 wrow-seq-text      pic x(03).
       01 wrow-seq           pic 9(03).
       01 wrow-seq-short     pic 9(02).
       01 wrow-inorout       pic x(01).
       01 wrow-money-text    pic x(10).
      *   the payment account the row moved through: the ACCOUNT
      *   column, else the profile's account, else the default
       01 wrow-account       pic x(04).
       01 wdefault-account   pic x(04) value space.
       01 payacct-file-fs    pic 9(2).
       01 wrow-money         pic s9(09).
       01 wmoney-digits      pic x(10).
       01 wmoney-j           pic 9(03).
       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
        88 posted-not-ok        value 'N'.
      *   wseq-sec must be wider than wdate-sec itself: at 1000 the
      *   write loop's > 999 test ends the hunt as slots-exhausted
      *   (a DUPKEY reject) instead of wrapping to 000 and spinning
      *   forever under the exclusive lock
       01 wseq-sec           pic 9(04).

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          if wcsvin-filename = space then
            move 'kozukaicsvin.txt' to wcsvin-filename
          end-if.
          perform START-JOB-GUARD.

          if wprofile-name not = space then
            perform LOAD-PROFILE
            if profile-off
              display 'kozukaicsvload: profile ' wprofile-name
                      ' is not registered'
              perform FINISH-JOB-GUARD
              stop run
            end-if
          end-if.
          if csvin-file-fs not = zero then
            display 'kozukaicsvload: cannot open ' wcsvin-filename
                    ' fs=' csvin-file-fs
            perform FINISH-JOB-GUARD
            stop run
          end-if.

            display 'kozukaicsvload: kozukai_lock busy, aborted'
            close csvin-file
            close reject-file
            perform FINISH-JOB-GUARD
            stop run
          end-if.

          perform LOAD-RATE-TABLE.
          perform GET-CLOSED-PERIOD.
          move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wdefault-account.

          open i-o kozukai-file.
          if kozukai-file-fs not = zero then
                    ' rejected ' wreject-count
                    ' run id ' wrun-id
          end-if.
          perform FINISH-JOB-GUARD.
          stop run.

      *----------------------------------------------------------------
      *  PARSE-CSV-LINE  -  split csvin-line into wcsv-field (1-9),
      *  honoring the quoting rules of kozukaicsv.cob's
      *  CSV-QUOTE-FIELD: a field wrapped in double quotes may hold
      *  commas, and a doubled quote inside it is one literal quote
             if prof-curr-col > zero
               move wraw-field (prof-curr-col) to wcsv-field (8)
             end-if
      *      a bank's download is one account's movements
             move prof-account to wcsv-field (9)

      *      no in/out column: the amount's sign decides, per the
      *      profile's deposits-positive/negative convention
               go to VALIDATE-ROW-EXIT
             end-if

             move wcsv-field (2) (1:3) to wrow-seq-text
             if wrow-seq-text (3:1) = space
                and wrow-seq-text (1:2) numeric
               move wrow-seq-text (1:2) to wrow-seq-short
               move wrow-seq-short to wrow-seq
               move wrow-seq to wrow-seq-text
             end-if

             if wcsv-field (3) = space then
               move 'BADCAT' to wreason
               end-if
             end-if

      *      the account must be on the account master and still
      *      open; blank takes the default, and a missing master
      *      passes everything, the keyed-entry rule
             move wcsv-field (9) (1:4) to wrow-account
             if wrow-account = space
               move wdefault-account to wrow-account
             end-if
             if wrow-account not = space
               open input payacct-file
               if payacct-file-fs = zero
                 move wrow-account to pacct-code
                 read payacct-file
                   invalid key
                     move 'BADACCT' to wreason
                   not invalid key
                     if pacct-closed
                       move 'BADACCT' to wreason
                     end-if
                 end-read
                 close payacct-file
                 if wreason not = space
                   go to VALIDATE-ROW-EXIT
                 end-if
               end-if
             end-if

             set row-ok to true.
       VALIDATE-ROW-EXIT.
             exit.
             if stg-currency = space
               move 'JPY' to stg-currency
             end-if
             move wrow-account to stg-account
             move wdup-found-key to stg-dup-key
             move 'S' to stg-status
             accept wnow-date from date yyyymmdd
             if wcurrency of kozukai-rec = space
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             move wrow-account         to waccount  of kozukai-rec
             perform RESOLVE-PAYEE

             set posted-not-ok to true
             if wrow-seq-text numeric
               end-write
             else
               perform varying wseq-sec from 0 by 1
                   until wseq-sec > 999 or posted-ok
                 move wseq-sec to wdate-sec of kozukai-rec
                 write kozukai-rec
                   invalid key continue
             add 1 to wreject-count
             exit.

      *----------------------------------------------------------------
      *  RESOLVE-PAYEE  -  settle wpayee of the row about to be
      *  written: a code already there stands, a blank one is read
      *  off the row's note by the alias patterns (and stays blank
      *  when none matches)
      *----------------------------------------------------------------
       RESOLVE-PAYEE section.
             move note of kozukai-rec to pym-note
             move wpayee of kozukai-rec to pym-payee
             call 'kozukaipayeematch' using payee-match-area
             if pym-matched
               move pym-payee to wpayee of kozukai-rec
             else
               move space to wpayee of kozukai-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per run; a missing master just leaves
               close period-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  START-JOB-GUARD  -  enter this run in the job registry
      *  (kozukaijobguard.cob) before anything is touched; another
      *  copy of this job, or a job that may not overlap it, already
      *  running stops this one here with the holder named
      *----------------------------------------------------------------
       START-JOB-GUARD section.
             set jg-start to true
             move 'kozukaicsvload' to jg-job
             move wcmd-line to jg-args
             call 'kozukaijobguard' using job-guard-area
             if jg-refused
               display 'kozukaicsvload: ' function trim(jg-message)
               stop run
             end-if
             exit.

      *----------------------------------------------------------------
      *  FINISH-JOB-GUARD  -  take this run off the job registry
      *----------------------------------------------------------------
       FINISH-JOB-GUARD section.
             set jg-finish to true
             call 'kozukaijobguard' using job-guard-area
             exit.
