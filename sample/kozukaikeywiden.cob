       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaikeywiden.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  One-time conversion batch - the ledger key's per-day
      *  sequence (wdate-sec) goes from two digits to three, so one
      *  date can hold up to 1000 rows instead of 100.  Every file
      *  that stores a ledger key is rewritten in one controlled run
      *  under kozukai_lock (and audit_lock for the trail):
      *    - kozukai.dat and each kozukai_<code>.dat in the ledger
      *      master, plus every kozukaiYYYY[_<code>].dat archive
      *    - kozukaihistory.dat, the soft-delete archive
      *    - kozukaistage.dat (the sequence text and the near-
      *      duplicate key), kozukaicommit.dat (the consumed-against
      *      key), kozukaireceipt.dat, kozukaisettlement.dat (both
      *      posted keys) and kozukailoadjnl.dat
      *    - kozukainotify.txt, so the notifier's processed-row
      *      checkpoint still lines up
      *    - the ledger and history backup sets still in the backup
      *      catalog, so a restore or point-in-time replay keeps
      *      working across the change
      *    - auditlog.dat: alog-key of the ledger postings and the
      *      keys quoted in the CONSUME/APPROVE/SETTLE details, with
      *      the check-value chain re-folded from the purge boundary
      *      (only after the old chain has been proved intact, so a
      *      tampered trail is never laundered by the conversion)
      *  A row keeps its identity: 20240105 07 becomes 20240105 007,
      *  nothing is renumbered.  Each file is copied to a work file,
      *  read back and checked (count, a byte-fold check value of
      *  the converted image, and that no sequence came out above
      *  99) before it takes the live name; the original is kept
      *  beside it as <name>.k10.  Each converted file is entered in
      *  kozukaikeywiden.dat and is never touched again, so a rerun
      *  after an interruption finishes only what is left.  The
      *  verification report goes to kozukaikeywiden.txt.
      *  Command line: DRYRUN counts what would be converted and
      *  writes nothing.  The dated auditYYYYMM.dat retention
      *  archives are left exactly as purged.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select old-ledger-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is olr-key
           alternate record key is olr-category with duplicates
           alternate record key is olr-member with duplicates
           file status is old-file-fs.
        select kozukai-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is new-file-fs.
        select old-bak-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is obk-key
           file status is old-file-fs.
        select kozukai-bak assign to wcopy-name
           organization is indexed access mode is sequential
           record key is bkkz-key
           file status is new-file-fs.
        select old-archive-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is oar-key
           file status is old-file-fs.
        select archive-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is archive-key
           file status is new-file-fs.
        select old-history-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is ohs-full-key
           file status is old-file-fs.
        select kozukai-history-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is hist-full-key
           file status is new-file-fs.
        select old-stage-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is ost-seq
           file status is old-file-fs.
        select stage-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is stg-seq
           file status is new-file-fs.
        select old-commit-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is ocm-key
           file status is old-file-fs.
        select commit-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is cmt-key
           file status is new-file-fs.
        select old-receipt-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is orc-key
           file status is old-file-fs.
        select receipt-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is rcpt-key
           file status is new-file-fs.
        select old-settlement-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is ose-key
           file status is old-file-fs.
        select settlement-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is setl-key
           file status is new-file-fs.
        select old-loadjnl-file assign to wlive-name
           organization is indexed access mode is sequential
           record key is olj-key
           file status is old-file-fs.
        select loadjnl-file assign to wcopy-name
           organization is indexed access mode is sequential
           record key is lj-key
           file status is new-file-fs.
        select old-notify-file assign to wlive-name
           organization line sequential
           file status is old-file-fs.
        select notify-file assign to wcopy-name
           organization line sequential
           file status is new-file-fs.
        select audit-log-file assign to wlive-name
           organization line sequential
           file status is old-file-fs.
        select audit-log-new assign to wcopy-name
           organization line sequential
           file status is new-file-fs.
        select auditstate-file assign to "kozukaiauditstate.dat"
           organization is indexed access mode is random
           record key is astate-key
           file status is auditstate-file-fs.
        select ledger-file assign to "kozukailedger.dat"
           organization is indexed access mode is sequential
           record key is ledger-code
           file status is ledger-file-fs.
        select backup-catalog-file
           assign to "kozukaibackupcatalog.dat"
           organization is indexed access mode is sequential
           record key is bcat-key
           file status is catalog-file-fs.
        select keywiden-file assign to "kozukaikeywiden.dat"
           organization is indexed access mode is random
           record key is kw-filename
           file status is keywiden-file-fs.
        select report-file assign to "kozukaikeywiden.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
      *  the pre-conversion layouts, with the ten-byte key; only the
      *  key fields are broken out here, the typed view of each row
      *  is in working storage
       fd old-ledger-file.
       01 old-ledger-rec.
          02 olr-key          pic x(10).
          02 olr-category     pic x(20).
          02 olr-body1        pic x(50).
          02 olr-member       pic x(20).
          02 olr-body2        pic x(27).

       fd kozukai-file.
       copy kozukaifile.

       fd old-bak-file.
       01 old-bak-rec.
          02 obk-key          pic x(10).
          02 obk-rest         pic x(117).

       fd kozukai-bak.
       copy kozukaibakfile.

       fd old-archive-file.
       01 old-archive-rec.
          02 oar-key          pic x(10).
          02 oar-rest         pic x(103).

       fd archive-file.
       copy kozukaiarchivefile.

       fd old-history-file.
       01 old-history-rec.
          02 ohs-full-key.
             03 ohs-key       pic x(10).
             03 ohs-deleted-at pic x(14).
          02 ohs-rest         pic x(93).

       fd kozukai-history-file.
       copy kozukaihistoryfile.

       fd old-stage-file.
       01 old-stage-rec.
          02 ost-seq          pic 9(06).
          02 ost-rest         pic x(136).

       fd stage-file.
       copy stagefile.

       fd old-commit-file.
       01 old-commit-rec.
          02 ocm-key          pic x(10).
          02 ocm-rest         pic x(114).

       fd commit-file.
       copy commitfile.

       fd old-receipt-file.
       01 old-receipt-rec.
          02 orc-key          pic x(10).
          02 orc-rest         pic x(72).

       fd receipt-file.
       copy receiptfile.

       fd old-settlement-file.
       01 old-settlement-rec.
          02 ose-key          pic x(34).
          02 ose-rest         pic x(79).

       fd settlement-file.
       copy settlementfile.

       fd old-loadjnl-file.
       01 old-loadjnl-rec.
          02 olj-key          pic x(24).
          02 olj-rest         pic x(107).

       fd loadjnl-file.
       copy loadjnlfile.

       fd old-notify-file.
       01 old-notify-rec      pic x(116).

       fd notify-file.
       copy kozukainotifyfile.

       fd audit-log-file.
       copy auditfile.

       fd audit-log-new.
       01 audit-new-rec      pic x(406).

       fd auditstate-file.
       copy auditstatefile.

       fd ledger-file.
       copy ledgerfile.

       fd backup-catalog-file.
       copy backupcatalogfile.

       fd keywiden-file.
       copy keywidenfile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       copy web-lock.
       copy auditlog.
       77 rc                 pic s9(10) usage binary.
       01 old-file-fs        pic 9(2).
       01 new-file-fs        pic 9(2).
       01 auditstate-file-fs pic 9(2).
       01 ledger-file-fs     pic 9(2).
       01 catalog-file-fs    pic 9(2).
       01 keywiden-file-fs   pic 9(2).
       01 report-file-fs     pic 9(2).
       01 src-eof            pic x(3) value space.
       01 ledger-eof         pic x(3) value space.
       01 catalog-eof        pic x(3) value space.

       01 wcmd-line          pic x(20) value space.
       01 dryrun-flag        pic x value 'N'.
        88 is-dryrun            value 'Y'.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wnow-year          pic 9(04).

       01 wlive-name         pic x(30) value space.
       01 wcopy-name         pic x(30) value 'kozukaikeywiden.tmp'.
       01 wkeep-name         pic x(34) value space.

      *  the ledger codes on file, loaded once so the ledger and its
      *  archives can be walked code by code
       01 wled-table.
          02 wled-entry occurs 50.
             03 wled-code     pic x(08).
       01 wled-count         pic 9(02) value zero.
       01 wled-i             pic 9(02) value zero.
       01 wled-len           pic 9(02) value zero.
       01 wled-suffix        pic x(09) value space.
       01 wyear              pic 9(04) value zero.

      *  per-file state, reset by BEGIN-FILE
       01 file-skip-flag     pic x value 'N'.
        88 file-skipped         value 'Y'.
        88 file-not-skipped     value 'N'.
       01 wfile-status       pic x(10) value space.
       01 wread-count        pic 9(09) value zero.
       01 wwrite-count       pic 9(09) value zero.
       01 wverify-count      pic 9(09) value zero.
       01 wlink-count        pic 9(09) value zero.
       01 wbad-count         pic 9(09) value zero.
       01 wcopy-sum          pic 9(09) value zero.
       01 wverify-sum        pic 9(09) value zero.

      *  run totals for the summary
       01 wconverted-files   pic 9(05) value zero.
       01 wearlier-files     pic 9(05) value zero.
       01 wfailed-files      pic 9(05) value zero.
       01 wtotal-rows        pic 9(10) value zero.
       01 wtotal-links       pic 9(10) value zero.

      *  byte fold over the converted image (the same fold the audit
      *  chain and the reorg verification use); wfold-target says
      *  which accumulator the record goes into
       01 wfold-buf          pic x(406) value space.
       01 wfold-len          pic 9(04) value zero.
       01 wfold-target       pic x value 'C'.
       01 wsum-work          pic 9(18) value zero.
       01 wsum-i             pic 9(04) value zero.
       01 wsum-ord           pic 9(03) value zero.

      *  WIDEN-KEY work area: a ten-byte ledger key in, the eleven-
      *  byte form out; anything that is not a date plus two digits
      *  (a blank link, a foreign key) passes through unchanged
       01 wold-key           pic x(10) value space.
       01 wnew-key           pic x(11) value space.
       01 key-widened-flag   pic x value 'N'.
        88 key-widened          value 'Y'.
        88 key-not-widened      value 'N'.

      *  typed views of the old rows
       01 wold-ledger.
          02 ozk-key.
             03 ozk-date-rec   pic x(08).
             03 ozk-date-sec   pic 9(02).
          02 ozk-category      pic x(20).
          02 ozk-in-or-out     pic x(01).
          02 ozk-money         pic s9(09).
          02 ozk-note          pic x(40).
          02 ozk-member        pic x(20).
          02 ozk-currency      pic x(03).
          02 ozk-tax-class     pic x(01).
          02 ozk-tax-amount    pic s9(09).
          02 ozk-parent-key    pic x(10).
          02 ozk-reason-code   pic x(04).
       01 wold-stage.
          02 ost-w-seq         pic 9(06).
          02 ost-w-date        pic x(08).
          02 ost-w-seq-text    pic x(02).
          02 ost-w-body        pic x(93).
          02 ost-w-dup-key     pic x(10).
          02 ost-w-status      pic x(01).
          02 ost-w-updated     pic x(14).
       01 wold-commit.
          02 ocm-w-key         pic x(10).
          02 ocm-w-body        pic x(90).
          02 ocm-w-consumed    pic x(10).
          02 ocm-w-updated     pic x(14).
       01 wold-settlement.
          02 ose-w-key         pic x(34).
          02 ose-w-body        pic x(31).
          02 ose-w-posted1     pic x(10).
          02 ose-w-posted2     pic x(10).
          02 ose-w-updated     pic x(14).
       01 wold-notify.
          02 ont-date-rec      pic x(08).
          02 ont-date-sec      pic 9(02).
          02 ont-rest          pic x(106).

      *  audit trail work: the old chain is re-proved as the new one
      *  is folded, from the purge boundary's seed
       01 wseed-seq          pic 9(10) value zero.
       01 wseed-chain        pic 9(09) value zero.
       01 wold-prev-chain    pic 9(09) value zero.
       01 wnew-prev-chain    pic 9(09) value zero.
       01 wstored-chain      pic 9(09) value zero.
       01 wlast-seq          pic 9(10) value zero.
       01 wchain-work        pic 9(18) value zero.
       01 wchain-i           pic 9(04) value zero.
       01 wchain-ord         pic 9(03) value zero.
       01 chain-ok-flag      pic x value 'Y'.
        88 chain-ok             value 'Y'.
        88 chain-broken         value 'N'.
       01 wbreak-seq         pic 9(10) value zero.
       01 waudit-program     pic x(20) value space.
        88 ledger-key-program   value 'kozukaiupdate'
                                      'kozukaiapprove'
                                      'kozukaistagerev'
                                      'kozukaisettleconf'
                                      'kozukailoadback'
                                      'kozukaicatmerge'
                                      'chat'.
       01 waudit-op          pic x(10) value space.
        88 ledger-key-op        value 'ADD' 'UPDATE' 'DELETE'
                                      'ADJUST' 'BACKOUT' 'RECEIPT'
                                      'MERGE'.
        88 detail-key-op        value 'CONSUME' 'APPROVE'.
        88 settle-key-op        value 'SETTLE'.
       01 wdetail-work       pic x(80) value space.

      *  CBL_CHECK_FILE_EXIST detail area
       01 wfile-info.
          02 wfi-size        pic 9(18) binary.
          02 wfi-rest        pic x(08).

       01 wdisp-1            pic z(8)9.
       01 wdisp-2            pic z(8)9.
       01 wdisp-3            pic z(8)9.
       01 wdisp-4            pic z(8)9.
       01 wdisp-5            pic z(9)9.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          if wcmd-line = 'DRYRUN'
            set is-dryrun to true
          end-if.
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          move wnow-date (1:4) to wnow-year.

          move 'kozukai_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero
            display 'kozukaikeywiden: kozukai_lock busy, nothing done'
            stop run
          end-if.

          open output report-file.
          perform WRITE-HEADING.

          open i-o keywiden-file.
          if keywiden-file-fs not = zero
            open output keywiden-file
            close keywiden-file
            open i-o keywiden-file
          end-if.

          perform LOAD-LEDGER-CODES.
          perform varying wled-i from 0 by 1 until wled-i > wled-count
            perform SET-LEDGER-SUFFIX
            perform CONVERT-LEDGER-BOOK
          end-perform.

          move 'kozukaihistory.dat' to wlive-name.
          perform CONVERT-HISTORY.
          perform CONVERT-STAGE.
          perform CONVERT-COMMIT.
          perform CONVERT-RECEIPT.
          perform CONVERT-SETTLEMENT.
          perform CONVERT-LOADJNL.
          perform CONVERT-NOTIFY.
          perform CONVERT-BACKUP-SETS.

          close keywiden-file.

          perform CONVERT-AUDITLOG.

          perform WRITE-SUMMARY.
          close report-file.
          call 'WEB_UNLOCK' using lc-web-lock rc.

          if not is-dryrun and wconverted-files > zero
            perform AUDIT-WRITE
          end-if.

          move wconverted-files to wdisp-1.
          move wfailed-files to wdisp-2.
          display 'kozukaikeywiden: converted ' wdisp-1
                  ' file(s), failed ' wdisp-2
                  ', see kozukaikeywiden.txt'.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-LEDGER-CODES  -  every code in the ledger master; entry
      *  zero of the walk is the blank household book
      *----------------------------------------------------------------
       LOAD-LEDGER-CODES section.
             move zero to wled-count
             open input ledger-file
             if ledger-file-fs not = zero
               go to LOAD-LEDGER-CODES-EXIT
             end-if
             move space to ledger-eof
             read ledger-file next record
               at end move 'EOF' to ledger-eof
             end-read
             perform until ledger-eof = 'EOF' or wled-count = 50
               if ledger-code not = space
                 add 1 to wled-count
                 move ledger-code to wled-code (wled-count)
               end-if
               read ledger-file next record
                 at end move 'EOF' to ledger-eof
               end-read
             end-perform
             close ledger-file.
       LOAD-LEDGER-CODES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-LEDGER-SUFFIX  -  '_<code>' for a named book, blank for
      *  the household book, the way the year-end close names them
      *----------------------------------------------------------------
       SET-LEDGER-SUFFIX section.
             move space to wled-suffix
             if wled-i = zero
               go to SET-LEDGER-SUFFIX-EXIT
             end-if
             move 8 to wled-len
             perform until wled-len = zero
                or wled-code (wled-i) (wled-len:1) not = space
               subtract 1 from wled-len
             end-perform
             string '_' delimited size
                    wled-code (wled-i) (1:wled-len) delimited size
               into wled-suffix
             end-string.
       SET-LEDGER-SUFFIX-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-LEDGER-BOOK  -  one book's live file, then every
      *  year-end archive it has on disk
      *----------------------------------------------------------------
       CONVERT-LEDGER-BOOK section.
             move space to wlive-name
             if wled-suffix = space
               move 'kozukai.dat' to wlive-name
             else
               string 'kozukai'   delimited size
                      wled-suffix delimited by space
                      '.dat'      delimited size
                 into wlive-name
               end-string
             end-if
             perform CONVERT-LEDGER

             perform varying wyear from 1980 by 1
                     until wyear > wnow-year
               move space to wlive-name
               string 'kozukai'   delimited size
                      wyear       delimited size
                      wled-suffix delimited by space
                      '.dat'      delimited size
                 into wlive-name
               end-string
               initialize wfile-info
               call 'CBL_CHECK_FILE_EXIST' using wlive-name wfile-info
               if return-code = zero
                 move zero to return-code
                 perform CONVERT-ARCHIVE
               end-if
               move zero to return-code
             end-perform
             exit.

      *----------------------------------------------------------------
      *  BEGIN-FILE  -  reset the per-file counters for wlive-name and
      *  decide whether it is to be touched at all: a file already in
      *  the conversion register, or not on disk, is reported and
      *  skipped
      *----------------------------------------------------------------
       BEGIN-FILE section.
             set file-not-skipped to true
             move space to wfile-status
             move zero to wread-count wwrite-count wverify-count
                          wlink-count wbad-count wcopy-sum wverify-sum

             move wlive-name to kw-filename
             read keywiden-file
               invalid key continue
               not invalid key
                 if kw-is-converted
                   move 'EARLIER' to wfile-status
                   set file-skipped to true
                   add 1 to wearlier-files
                 end-if
             end-read
             if file-skipped
               go to BEGIN-FILE-EXIT
             end-if

             initialize wfile-info
             call 'CBL_CHECK_FILE_EXIST' using wlive-name wfile-info
             if return-code not = zero
               move 'MISSING' to wfile-status
               set file-skipped to true
             end-if
             move zero to return-code

             move space to wkeep-name
             string wlive-name delimited by space
                    '.k10'     delimited size
               into wkeep-name
             end-string.
       BEGIN-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FINISH-FILE  -  the copy and the read-back agree on count and
      *  check value, and no sequence came back above 99: the live
      *  file steps aside as <name>.k10, the copy takes its name and
      *  the register remembers it.  Anything else removes the copy
      *  and leaves the original exactly as it was.
      *----------------------------------------------------------------
       FINISH-FILE section.
             if file-skipped
               go to FINISH-FILE-REPORT
             end-if
             if is-dryrun
               move 'DRYRUN' to wfile-status
               add wread-count to wtotal-rows
               add wlink-count to wtotal-links
               go to FINISH-FILE-REPORT
             end-if

             if wverify-count = wread-count
                and wwrite-count = wread-count
                and wverify-sum = wcopy-sum
                and wbad-count = zero
               call 'CBL_RENAME_FILE' using wlive-name wkeep-name
               call 'CBL_RENAME_FILE' using wcopy-name wlive-name
               move zero to return-code
               move 'CONVERTED' to wfile-status
               add 1 to wconverted-files
               add wread-count to wtotal-rows
               add wlink-count to wtotal-links
               move wlive-name to kw-filename
               move 'C' to kw-status
               move wread-count to kw-read-count
               move wwrite-count to kw-written-count
               move wlink-count to kw-link-count
               move wcopy-sum to kw-checksum
               move wkeep-name to kw-kept-as
               accept wnow-time from time
               string wnow-date delimited size
                      wnow-time delimited size
                 into kw-updated
               end-string
               write keywiden-rec
                 invalid key rewrite keywiden-rec
               end-write
             else
               call 'CBL_DELETE_FILE' using wcopy-name
               move zero to return-code
               move 'FAILED' to wfile-status
               add 1 to wfailed-files
             end-if.
       FINISH-FILE-REPORT.
             perform WRITE-FILE-LINE.
       FINISH-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-RECORD  -  wfold-buf (1:wfold-len) into the copy or the
      *  verify check value, as wfold-target says
      *----------------------------------------------------------------
       FOLD-RECORD section.
             if wfold-target = 'C'
               move wcopy-sum to wsum-work
             else
               move wverify-sum to wsum-work
             end-if
             perform varying wsum-i from 1 by 1
                until wsum-i > wfold-len
               compute wsum-ord = function ord(wfold-buf (wsum-i:1))
               compute wsum-work =
                  function mod(wsum-work * 31 + wsum-ord,
                               999999937)
             end-perform
             if wfold-target = 'C'
               move wsum-work to wcopy-sum
             else
               move wsum-work to wverify-sum
             end-if
             exit.

      *----------------------------------------------------------------
      *  WIDEN-KEY  -  wold-key (date + two digits) to wnew-key (date
      *  + three digits); a blank or foreign value is carried over
      *----------------------------------------------------------------
       WIDEN-KEY section.
             set key-not-widened to true
             move wold-key to wnew-key
             if wold-key (1:8) numeric and wold-key (9:2) numeric
               move space to wnew-key
               string wold-key (1:8) delimited size
                      '0'            delimited size
                      wold-key (9:2) delimited size
                 into wnew-key
               end-string
               set key-widened to true
             end-if
             exit.

      *----------------------------------------------------------------
      *  BUILD-LEDGER-ROW  -  wold-ledger in the new kozukai-rec shape,
      *  the split-parent link widened with it
      *----------------------------------------------------------------
       BUILD-LEDGER-ROW section.
             initialize kozukai-rec
             move ozk-date-rec    to wdate-rec     of kozukai-rec
             move ozk-date-sec    to wdate-sec     of kozukai-rec
             move ozk-category    to wcategory     of kozukai-rec
             move ozk-in-or-out   to in-or-out     of kozukai-rec
             move ozk-money       to money         of kozukai-rec
             move ozk-note        to note          of kozukai-rec
             move ozk-member      to wmember       of kozukai-rec
             move ozk-currency    to wcurrency     of kozukai-rec
             move ozk-tax-class   to wtax-class    of kozukai-rec
             move ozk-tax-amount  to wtax-amount   of kozukai-rec
             move ozk-reason-code to wreason-code  of kozukai-rec
             move space to wparent-key of kozukai-rec
             if ozk-parent-key not = space
               move ozk-parent-key to wold-key
               perform WIDEN-KEY
               move wnew-key to wparent-key of kozukai-rec
               if key-widened
                 add 1 to wlink-count
               end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  CONVERT-LEDGER  -  a live kozukai[_<code>].dat
      *----------------------------------------------------------------
       CONVERT-LEDGER section.
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-LEDGER-DONE
             end-if

             open input old-ledger-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-LEDGER-DONE
             end-if
             if not is-dryrun
               open output kozukai-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-ledger-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move old-ledger-rec to wold-ledger
               perform BUILD-LEDGER-ROW
               if not is-dryrun
                 write kozukai-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move kozukai-rec to wfold-buf
                 move length of kozukai-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-ledger-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-ledger-file
             if is-dryrun
               go to CONVERT-LEDGER-DONE
             end-if
             close kozukai-file

             move 'V' to wfold-target
             open input kozukai-file
             move space to src-eof
             read kozukai-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if wdate-sec of kozukai-rec > 99
                 add 1 to wbad-count
               end-if
               move kozukai-rec to wfold-buf
               move length of kozukai-rec to wfold-len
               perform FOLD-RECORD
               read kozukai-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close kozukai-file.
       CONVERT-LEDGER-DONE.
             perform FINISH-FILE.
       CONVERT-LEDGER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-ARCHIVE  -  a year-end kozukaiYYYY[_<code>].dat; the
      *  archive layout carries no link fields, only its own key
      *----------------------------------------------------------------
       CONVERT-ARCHIVE section.
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-ARCHIVE-DONE
             end-if

             open input old-archive-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-ARCHIVE-DONE
             end-if
             if not is-dryrun
               open output archive-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-archive-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move oar-key (1:8) to archive-date-rec
               move oar-key (9:2) to archive-date-sec
               move oar-rest to archive-rec (12:103)
               if not is-dryrun
                 write archive-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move archive-rec to wfold-buf
                 move length of archive-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-archive-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-archive-file
             if is-dryrun
               go to CONVERT-ARCHIVE-DONE
             end-if
             close archive-file

             move 'V' to wfold-target
             open input archive-file
             move space to src-eof
             read archive-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if archive-date-sec > 99
                 add 1 to wbad-count
               end-if
               move archive-rec to wfold-buf
               move length of archive-rec to wfold-len
               perform FOLD-RECORD
               read archive-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close archive-file.
       CONVERT-ARCHIVE-DONE.
             perform FINISH-FILE.
       CONVERT-ARCHIVE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-HISTORY  -  kozukaihistory.dat, or a history backup
      *  set (same layout) when the caller names one in wlive-name
      *----------------------------------------------------------------
       CONVERT-HISTORY section.
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-HISTORY-DONE
             end-if

             open input old-history-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-HISTORY-DONE
             end-if
             if not is-dryrun
               open output kozukai-history-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-history-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move ohs-key (1:8) to hist-date-rec
               move ohs-key (9:2) to hist-date-sec
               move ohs-deleted-at to hist-deleted-at
               move ohs-rest to kozukai-history-rec (26:93)
               if not is-dryrun
                 write kozukai-history-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move kozukai-history-rec to wfold-buf
                 move length of kozukai-history-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-history-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-history-file
             if is-dryrun
               go to CONVERT-HISTORY-DONE
             end-if
             close kozukai-history-file

             move 'V' to wfold-target
             open input kozukai-history-file
             move space to src-eof
             read kozukai-history-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if hist-date-sec > 99
                 add 1 to wbad-count
               end-if
               move kozukai-history-rec to wfold-buf
               move length of kozukai-history-rec to wfold-len
               perform FOLD-RECORD
               read kozukai-history-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close kozukai-history-file.
       CONVERT-HISTORY-DONE.
             perform FINISH-FILE.
       CONVERT-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-STAGE  -  kozukaistage.dat: the staged row's own
      *  sequence text and the near-duplicate ledger key it carries
      *----------------------------------------------------------------
       CONVERT-STAGE section.
             move 'kozukaistage.dat' to wlive-name
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-STAGE-DONE
             end-if

             open input old-stage-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-STAGE-DONE
             end-if
             if not is-dryrun
               open output stage-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-stage-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move old-stage-rec to wold-stage
               initialize stage-rec
               move ost-w-seq  to stg-seq
               move ost-w-date to stg-date
               move space to stg-seq-text
               if ost-w-seq-text numeric
                 string '0'            delimited size
                        ost-w-seq-text delimited size
                   into stg-seq-text
                 end-string
               else
                 move ost-w-seq-text to stg-seq-text
               end-if
               move ost-w-body to stage-rec (18:93)
               move ost-w-dup-key to wold-key
               perform WIDEN-KEY
               move wnew-key to stg-dup-key
               if key-widened
                 add 1 to wlink-count
               end-if
               move ost-w-status  to stg-status
               move ost-w-updated to stg-updated
               if not is-dryrun
                 write stage-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move stage-rec to wfold-buf
                 move length of stage-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-stage-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-stage-file
             if is-dryrun
               go to CONVERT-STAGE-DONE
             end-if
             close stage-file

             move 'V' to wfold-target
             open input stage-file
             move space to src-eof
             read stage-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if stg-dup-key not = space
                  and stg-dup-key (9:1) not = '0'
                  and stg-dup-key (1:8) numeric
                 add 1 to wbad-count
               end-if
               move stage-rec to wfold-buf
               move length of stage-rec to wfold-len
               perform FOLD-RECORD
               read stage-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close stage-file.
       CONVERT-STAGE-DONE.
             perform FINISH-FILE.
       CONVERT-STAGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-COMMIT  -  kozukaicommit.dat: the commitment keeps its
      *  own two-digit key; only the ledger key it was consumed
      *  against widens
      *----------------------------------------------------------------
       CONVERT-COMMIT section.
             move 'kozukaicommit.dat' to wlive-name
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-COMMIT-DONE
             end-if

             open input old-commit-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-COMMIT-DONE
             end-if
             if not is-dryrun
               open output commit-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-commit-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move old-commit-rec to wold-commit
               initialize commit-rec
               move ocm-w-key  to cmt-key
               move ocm-w-body to commit-rec (11:90)
               move ocm-w-consumed to wold-key
               perform WIDEN-KEY
               move wnew-key to cmt-consumed-key
               if key-widened
                 add 1 to wlink-count
               end-if
               move ocm-w-updated to cmt-updated
               if not is-dryrun
                 write commit-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move commit-rec to wfold-buf
                 move length of commit-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-commit-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-commit-file
             if is-dryrun
               go to CONVERT-COMMIT-DONE
             end-if
             close commit-file

             move 'V' to wfold-target
             open input commit-file
             move space to src-eof
             read commit-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if cmt-consumed-key not = space
                  and cmt-consumed-key (9:1) not = '0'
                  and cmt-consumed-key (1:8) numeric
                 add 1 to wbad-count
               end-if
               move commit-rec to wfold-buf
               move length of commit-rec to wfold-len
               perform FOLD-RECORD
               read commit-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close commit-file.
       CONVERT-COMMIT-DONE.
             perform FINISH-FILE.
       CONVERT-COMMIT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-RECEIPT  -  kozukaireceipt.dat, keyed by the ledger
      *  key itself
      *----------------------------------------------------------------
       CONVERT-RECEIPT section.
             move 'kozukaireceipt.dat' to wlive-name
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-RECEIPT-DONE
             end-if

             open input old-receipt-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-RECEIPT-DONE
             end-if
             if not is-dryrun
               open output receipt-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-receipt-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move orc-key to wold-key
               perform WIDEN-KEY
               move wnew-key to rcpt-key
               if key-widened
                 add 1 to wlink-count
               end-if
               move orc-rest to receipt-rec (12:72)
               if not is-dryrun
                 write receipt-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move receipt-rec to wfold-buf
                 move length of receipt-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-receipt-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-receipt-file
             if is-dryrun
               go to CONVERT-RECEIPT-DONE
             end-if
             close receipt-file

             move 'V' to wfold-target
             open input receipt-file
             move space to src-eof
             read receipt-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if rcpt-key (9:1) not = '0'
                 add 1 to wbad-count
               end-if
               move receipt-rec to wfold-buf
               move length of receipt-rec to wfold-len
               perform FOLD-RECORD
               read receipt-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close receipt-file.
       CONVERT-RECEIPT-DONE.
             perform FINISH-FILE.
       CONVERT-RECEIPT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-SETTLEMENT  -  kozukaisettlement.dat: the OUT/IN pair
      *  a paid line posted
      *----------------------------------------------------------------
       CONVERT-SETTLEMENT section.
             move 'kozukaisettlement.dat' to wlive-name
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-SETTLEMENT-DONE
             end-if

             open input old-settlement-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-SETTLEMENT-DONE
             end-if
             if not is-dryrun
               open output settlement-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-settlement-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move old-settlement-rec to wold-settlement
               initialize settlement-rec
               move ose-w-key  to setl-key
               move ose-w-body to settlement-rec (35:31)
               move ose-w-posted1 to wold-key
               perform WIDEN-KEY
               move wnew-key to setl-posted-key1
               if key-widened
                 add 1 to wlink-count
               end-if
               move ose-w-posted2 to wold-key
               perform WIDEN-KEY
               move wnew-key to setl-posted-key2
               if key-widened
                 add 1 to wlink-count
               end-if
               move ose-w-updated to setl-updated
               if not is-dryrun
                 write settlement-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move settlement-rec to wfold-buf
                 move length of settlement-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-settlement-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-settlement-file
             if is-dryrun
               go to CONVERT-SETTLEMENT-DONE
             end-if
             close settlement-file

             move 'V' to wfold-target
             open input settlement-file
             move space to src-eof
             read settlement-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if setl-posted-key1 not = space
                  and setl-posted-key1 (9:1) not = '0'
                 add 1 to wbad-count
               end-if
               move settlement-rec to wfold-buf
               move length of settlement-rec to wfold-len
               perform FOLD-RECORD
               read settlement-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close settlement-file.
       CONVERT-SETTLEMENT-DONE.
             perform FINISH-FILE.
       CONVERT-SETTLEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-LOADJNL  -  kozukailoadjnl.dat, keyed by run id plus
      *  the ledger key the import wrote
      *----------------------------------------------------------------
       CONVERT-LOADJNL section.
             move 'kozukailoadjnl.dat' to wlive-name
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-LOADJNL-DONE
             end-if

             open input old-loadjnl-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-LOADJNL-DONE
             end-if
             if not is-dryrun
               open output loadjnl-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-loadjnl-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move olj-key (1:14) to lj-run-id
               move olj-key (15:10) to wold-key
               perform WIDEN-KEY
               move wnew-key to lj-kozukai-key
               if key-widened
                 add 1 to wlink-count
               end-if
               move olj-rest to loadjnl-rec (26:107)
               if not is-dryrun
                 write loadjnl-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move loadjnl-rec to wfold-buf
                 move length of loadjnl-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-loadjnl-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-loadjnl-file
             if is-dryrun
               go to CONVERT-LOADJNL-DONE
             end-if
             close loadjnl-file

             move 'V' to wfold-target
             open input loadjnl-file
             move space to src-eof
             read loadjnl-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if lj-kozukai-key (9:1) not = '0'
                 add 1 to wbad-count
               end-if
               move loadjnl-rec to wfold-buf
               move length of loadjnl-rec to wfold-len
               perform FOLD-RECORD
               read loadjnl-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close loadjnl-file.
       CONVERT-LOADJNL-DONE.
             perform FINISH-FILE.
       CONVERT-LOADJNL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-NOTIFY  -  kozukainotify.txt; row for row, so the
      *  notifier's processed-through count stays true
      *----------------------------------------------------------------
       CONVERT-NOTIFY section.
             move 'kozukainotify.txt' to wlive-name
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-NOTIFY-DONE
             end-if

             open input old-notify-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-NOTIFY-DONE
             end-if
             if not is-dryrun
               open output notify-file
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-notify-file
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move old-notify-rec to wold-notify
               initialize notify-rec
               move ont-date-rec to notify-date-rec
               move ont-date-sec to notify-date-sec
               move ont-rest to notify-rec (12:106)
               if not is-dryrun
                 write notify-rec
                 add 1 to wwrite-count
                 move notify-rec to wfold-buf
                 move length of notify-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-notify-file
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-notify-file
             if is-dryrun
               go to CONVERT-NOTIFY-DONE
             end-if
             close notify-file

             move 'V' to wfold-target
             open input notify-file
             move space to src-eof
             read notify-file
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if notify-date-sec > 99
                 add 1 to wbad-count
               end-if
               move notify-rec to wfold-buf
               move length of notify-rec to wfold-len
               perform FOLD-RECORD
               read notify-file
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close notify-file.
       CONVERT-NOTIFY-DONE.
             perform FINISH-FILE.
       CONVERT-NOTIFY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-BACKUP-SETS  -  every ledger and history backup the
      *  catalog still holds (not yet pruned by retention), so
      *  kozukairestore.cob and kozukaipitr.cob can read them in the
      *  new layout
      *----------------------------------------------------------------
       CONVERT-BACKUP-SETS section.
             open input backup-catalog-file
             if catalog-file-fs not = zero
               go to CONVERT-BACKUP-SETS-EXIT
             end-if
             move space to catalog-eof
             read backup-catalog-file next record
               at end move 'EOF' to catalog-eof
             end-read
             perform until catalog-eof = 'EOF'
               if bcat-purged not = 'Y'
                  and bcat-filename not = space
                 move bcat-filename to wlive-name
                 evaluate bcat-source
                   when 'kozukai.dat'
                     perform CONVERT-LEDGER-BACKUP
                   when 'kozukaihistory.dat'
                     perform CONVERT-HISTORY
                   when other
                     continue
                 end-evaluate
               end-if
               read backup-catalog-file next record
                 at end move 'EOF' to catalog-eof
               end-read
             end-perform
             close backup-catalog-file.
       CONVERT-BACKUP-SETS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-LEDGER-BACKUP  -  a kozukaiYYYYMMDD.bak set: the same
      *  bytes as a ledger row, without the alternate keys
      *----------------------------------------------------------------
       CONVERT-LEDGER-BACKUP section.
             perform BEGIN-FILE
             if file-skipped
               go to CONVERT-LEDGER-BACKUP-DONE
             end-if

             open input old-bak-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               set file-skipped to true
               add 1 to wfailed-files
               go to CONVERT-LEDGER-BACKUP-DONE
             end-if
             if not is-dryrun
               open output kozukai-bak
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read old-bak-file next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move old-bak-rec to wold-ledger
               perform BUILD-LEDGER-ROW
               move kozukai-rec to kozukai-bak-rec
               if not is-dryrun
                 write kozukai-bak-rec
                   invalid key continue
                   not invalid key add 1 to wwrite-count
                 end-write
                 move kozukai-bak-rec to wfold-buf
                 move length of kozukai-bak-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read old-bak-file next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close old-bak-file
             if is-dryrun
               go to CONVERT-LEDGER-BACKUP-DONE
             end-if
             close kozukai-bak

             move 'V' to wfold-target
             open input kozukai-bak
             move space to src-eof
             read kozukai-bak next record
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               if bkkz-date-sec > 99
                 add 1 to wbad-count
               end-if
               move kozukai-bak-rec to wfold-buf
               move length of kozukai-bak-rec to wfold-len
               perform FOLD-RECORD
               read kozukai-bak next record
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close kozukai-bak.
       CONVERT-LEDGER-BACKUP-DONE.
             perform FINISH-FILE.
       CONVERT-LEDGER-BACKUP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CONVERT-AUDITLOG  -  auditlog.dat under audit_lock.  Each
      *  record's stored chain value is first re-proved against the
      *  old bytes; the ledger keys in it are then widened and the
      *  chain re-folded over the new bytes.  The read-back pass
      *  folds the copy once more from the same seed and must land
      *  on every stored value; only then does the copy take the
      *  live name and the AUDITSEQ state row move to the new chain
      *  end.  A broken old chain refuses the whole trail.
      *----------------------------------------------------------------
       CONVERT-AUDITLOG section.
             move 'auditlog.dat' to wlive-name
             open i-o keywiden-file
             perform BEGIN-FILE
             close keywiden-file
             if file-skipped
               perform WRITE-FILE-LINE
               go to CONVERT-AUDITLOG-EXIT
             end-if

             move 'audit_lock' to lc-lock-file
             set lc-lock-exclusive to true
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero
               move 'LOCKBUSY' to wfile-status
               add 1 to wfailed-files
               perform WRITE-FILE-LINE
               move 'kozukai_lock' to lc-lock-file
               go to CONVERT-AUDITLOG-EXIT
             end-if

             perform GET-AUDIT-SEED
             move wseed-chain to wold-prev-chain
             move wseed-chain to wnew-prev-chain
             move wseed-seq to wlast-seq
             set chain-ok to true

             open input audit-log-file
             if old-file-fs not = zero
               move 'FAILED' to wfile-status
               add 1 to wfailed-files
               perform WRITE-FILE-LINE
               go to CONVERT-AUDITLOG-UNLOCK
             end-if
             if not is-dryrun
               open output audit-log-new
             end-if
             move 'C' to wfold-target
             move space to src-eof
             read audit-log-file
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wread-count
               move alog-chain to wstored-chain
               move zero to alog-chain
               move wold-prev-chain to wchain-work
               perform FOLD-AUDIT-CHAIN
               if wchain-work not = wstored-chain and chain-ok
                 set chain-broken to true
                 move alog-seq to wbreak-seq
               end-if
               move wstored-chain to wold-prev-chain

               perform WIDEN-AUDIT-ROW
               move zero to alog-chain
               move wnew-prev-chain to wchain-work
               perform FOLD-AUDIT-CHAIN
               move wchain-work to alog-chain
               move alog-chain to wnew-prev-chain
               move alog-seq to wlast-seq
               if not is-dryrun
                 write audit-new-rec from audit-log-rec
                 add 1 to wwrite-count
                 move audit-log-rec to wfold-buf
                 move length of audit-log-rec to wfold-len
                 perform FOLD-RECORD
               end-if
               read audit-log-file
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close audit-log-file

             if chain-broken
               if not is-dryrun
                 close audit-log-new
                 call 'CBL_DELETE_FILE' using wcopy-name
                 move zero to return-code
               end-if
               move 'CHAINBREAK' to wfile-status
               add 1 to wfailed-files
               perform WRITE-FILE-LINE
               move wbreak-seq to wdisp-5
               move spaces to report-line
               string '  audit chain already broken at sequence '
                                      delimited size
                      wdisp-5         delimited size
                      ' - trail left unconverted'
                                      delimited size
                 into report-line
               end-string
               write report-line
               go to CONVERT-AUDITLOG-UNLOCK
             end-if
             if is-dryrun
               perform FINISH-FILE
               go to CONVERT-AUDITLOG-UNLOCK
             end-if
             close audit-log-new

             move 'V' to wfold-target
             move wseed-chain to wnew-prev-chain
             open input audit-log-new
             move space to src-eof
             read audit-log-new into audit-log-rec
               at end move 'EOF' to src-eof
             end-read
             perform until src-eof = 'EOF'
               add 1 to wverify-count
               move audit-log-rec to wfold-buf
               move length of audit-log-rec to wfold-len
               perform FOLD-RECORD
               move alog-chain to wstored-chain
               move zero to alog-chain
               move wnew-prev-chain to wchain-work
               perform FOLD-AUDIT-CHAIN
               if wchain-work not = wstored-chain
                 add 1 to wbad-count
               end-if
               move wstored-chain to wnew-prev-chain
               read audit-log-new into audit-log-rec
                 at end move 'EOF' to src-eof
               end-read
             end-perform
             close audit-log-new

             open i-o keywiden-file
             perform FINISH-FILE
             close keywiden-file
             if wfile-status = 'CONVERTED'
               perform SET-AUDIT-STATE
             end-if.
       CONVERT-AUDITLOG-UNLOCK.
             call 'WEB_UNLOCK' using lc-web-lock rc
             move 'kozukai_lock' to lc-lock-file.
       CONVERT-AUDITLOG-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WIDEN-AUDIT-ROW  -  the ledger keys a record quotes: alog-key
      *  of the ledger postings, the key in a CONSUME or APPROVE
      *  detail, and the OUT/IN pair of a SETTLE detail.  Commitment,
      *  IOU and pending-request keys keep their own layouts.
      *----------------------------------------------------------------
       WIDEN-AUDIT-ROW section.
             move alog-program to waudit-program
             move alog-operation to waudit-op
             if not ledger-key-program
               go to WIDEN-AUDIT-ROW-EXIT
             end-if

             if ledger-key-op
                and alog-key (11:10) = space
               move alog-key (1:10) to wold-key
               perform WIDEN-KEY
               if key-widened
                 move wnew-key to alog-key
                 add 1 to wlink-count
               end-if
             end-if

             if detail-key-op
                and alog-after-detail (11:70) = space
               move alog-after-detail (1:10) to wold-key
               perform WIDEN-KEY
               if key-widened
                 move wnew-key to alog-after-detail
                 add 1 to wlink-count
               end-if
             end-if

             if settle-key-op
                and alog-after-detail (11:1) = '/'
                and alog-after-detail (22:59) = space
               move space to wdetail-work
               move alog-after-detail (1:10) to wold-key
               perform WIDEN-KEY
               move wnew-key to wdetail-work (1:11)
               move '/' to wdetail-work (12:1)
               move alog-after-detail (12:10) to wold-key
               perform WIDEN-KEY
               move wnew-key to wdetail-work (13:11)
               move wdetail-work to alog-after-detail
               add 1 to wlink-count
             end-if.
       WIDEN-AUDIT-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-AUDIT-CHAIN  -  the audit chain fold (kozukaiauditwrite's
      *  COMPUTE-CHAIN) over audit-log-rec, seeded from wchain-work
      *----------------------------------------------------------------
       FOLD-AUDIT-CHAIN section.
             perform varying wchain-i from 1 by 1
                until wchain-i > length of audit-log-rec
               compute wchain-ord =
                  function ord(audit-log-rec (wchain-i:1))
               compute wchain-work =
                  function mod(wchain-work * 31 + wchain-ord,
                               999999937)
             end-perform
             exit.

      *----------------------------------------------------------------
      *  GET-AUDIT-SEED  -  the PURGEDTHRU row: the chain value the
      *  surviving trail continues from
      *----------------------------------------------------------------
       GET-AUDIT-SEED section.
             move zero to wseed-seq
             move zero to wseed-chain
             move 'PURGEDTHRU' to astate-key
             open input auditstate-file
             if auditstate-file-fs = zero then
               read auditstate-file
                 invalid key continue
                 not invalid key
                   move astate-seq   to wseed-seq
                   move astate-chain to wseed-chain
               end-read
               close auditstate-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  SET-AUDIT-STATE  -  AUDITSEQ now carries the re-folded chain
      *  end, so the next append extends the converted trail
      *----------------------------------------------------------------
       SET-AUDIT-STATE section.
             open i-o auditstate-file
             if auditstate-file-fs not = zero then
               open output auditstate-file
             end-if
             move 'AUDITSEQ' to astate-key
             move wlast-seq to astate-seq
             move wnew-prev-chain to astate-chain
             string wnow-date delimited size
                    wnow-time delimited size
               into astate-updated
             end-string
             rewrite auditstate-rec
               invalid key write auditstate-rec
             end-rewrite
             close auditstate-file
             exit.

      *----------------------------------------------------------------
      *  WRITE-HEADING / WRITE-FILE-LINE / WRITE-SUMMARY  -  the
      *  verification report: one line per file with what was read,
      *  written, read back and how many link keys were widened
      *----------------------------------------------------------------
       WRITE-HEADING section.
             move spaces to report-line
             string 'KOZUKAI KEY WIDENING  ' delimited size
                    wnow-date                delimited size
                    ' '                      delimited size
                    wnow-time                delimited size
               into report-line
             end-string
             if is-dryrun
               move '(DRYRUN - NOTHING WRITTEN)' to report-line (40:26)
             end-if
             write report-line
             move spaces to report-line
             write report-line
             move spaces to report-line
             move 'FILE'     to report-line (1:4)
             move 'STATUS'   to report-line (32:6)
             move '     READ' to report-line (43:9)
             move '  WRITTEN' to report-line (53:9)
             move ' VERIFIED' to report-line (63:9)
             move '    LINKS' to report-line (73:9)
             write report-line
             exit.

       WRITE-FILE-LINE section.
             move spaces to report-line
             move wlive-name  to report-line (1:30)
             move wfile-status to report-line (32:10)
             move wread-count   to wdisp-1
             move wwrite-count  to wdisp-2
             move wverify-count to wdisp-3
             move wlink-count   to wdisp-4
             move wdisp-1 to report-line (43:9)
             move wdisp-2 to report-line (53:9)
             move wdisp-3 to report-line (63:9)
             move wdisp-4 to report-line (73:9)
             write report-line
             if wfile-status = 'FAILED' and wbad-count > zero
               move spaces to report-line
               move wbad-count to wdisp-1
               string '  rows out of range or failing the chain: '
                                 delimited size
                      wdisp-1    delimited size
                 into report-line
               end-string
               write report-line
             end-if
             exit.

       WRITE-SUMMARY section.
             move spaces to report-line
             write report-line
             move wconverted-files to wdisp-1
             move wearlier-files   to wdisp-2
             move wfailed-files    to wdisp-3
             move spaces to report-line
             string 'FILES CONVERTED ' delimited size
                    wdisp-1           delimited size
                    '  ALREADY DONE '  delimited size
                    wdisp-2           delimited size
                    '  FAILED '       delimited size
                    wdisp-3           delimited size
               into report-line
             end-string
             write report-line
             move wtotal-rows  to wdisp-5
             move wtotal-links to wdisp-1
             move spaces to report-line
             string 'ROWS CARRIED    ' delimited size
                    wdisp-5           delimited size
                    '  LINK KEYS WIDENED ' delimited size
                    wdisp-1           delimited size
               into report-line
             end-string
             write report-line
             move spaces to report-line
             if wfailed-files = zero
               move 'RESULT: ALL FILES VERIFIED' to report-line
             else
               move 'RESULT: VERIFY FAILED - ORIGINALS LEFT IN PLACE'
                 to report-line
             end-if
             write report-line
             exit.

      *----------------------------------------------------------------
      *  AUDIT-WRITE  -  one trail record for the conversion itself
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             initialize audit-rec
             move 'kozukaikeywiden' to audit-program
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move 'KEYWIDEN' to audit-operation
             move 'ALL' to audit-key
             move wconverted-files to wdisp-1
             move wtotal-links to wdisp-2
             string 'files ' delimited size
                    wdisp-1  delimited size
                    ' links ' delimited size
                    wdisp-2  delimited size
               into audit-after-detail
             end-string
             call 'kozukaiauditwrite' using audit-rec
             exit.
