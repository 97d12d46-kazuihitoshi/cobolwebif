       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayeefill.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch utility - back-fills wpayee on the rows posted before
      *  the payee master existed (or before an alias was added for
      *  their shop).  Every live row in kozukai.dat with a blank
      *  payee and a note is read through kozukaipayeematch.cob, the
      *  resolver the posting paths use, and rewritten in place when
      *  a pattern matches; a row already carrying a payee is never
      *  touched.  Runs under kozukai_lock; one audit row per filled
      *  row goes through kozukaiauditwrite.  The notes still left
      *  unmatched are listed, so the aliases they need can be added
      *  and the run repeated.  No command-line arguments.
      *  Output: kozukaipayeefill.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is sequential
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select report-file assign to "kozukaipayeefill.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       copy web-lock.
       copy auditlog.
       copy payeematch.
       77 rc                 pic s9(10) usage binary.
       01 kozukai-file-fs    pic 9(2).
       01 report-file-fs     pic 9(2).
       01 kozukai-eof        pic x(3) value space.

       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).

       01 wrow-count         pic 9(07) value zero.
       01 wfill-count        pic 9(07) value zero.
       01 wmiss-count        pic 9(07) value zero.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wnow-date from date yyyymmdd.

          move 'kozukai_lock' to lc-lock-file.
          set lc-lock-exclusive to true.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            display 'kozukaipayeefill: kozukai_lock busy, aborted'
            stop run
          end-if.

          open i-o kozukai-file.
          if kozukai-file-fs not = zero then
            display 'kozukaipayeefill: kozukai-file open failed, fs='
                     kozukai-file-fs
            call 'WEB_UNLOCK' using lc-web-lock rc
            stop run
          end-if.

          open output report-file.
          move 'NOTES WITH NO PAYEE PATTERN' to report-line.
          write report-line.
          move space to report-line.
          write report-line.

          read kozukai-file next record
            at end move 'EOF' to kozukai-eof
          end-read.
          perform until kozukai-eof = 'EOF'
            add 1 to wrow-count
            if wpayee of kozukai-rec = space
               and note of kozukai-rec not = space
              perform FILL-ONE-ROW
            end-if
            read kozukai-file next record
              at end move 'EOF' to kozukai-eof
            end-read
          end-perform.
          close kozukai-file.
          close report-file.

          call 'WEB_UNLOCK' using lc-web-lock rc.

          display 'kozukaipayeefill: ' wrow-count ' row(s) scanned, '
                  wfill-count ' filled, ' wmiss-count ' unmatched'.
          stop run.

      *----------------------------------------------------------------
      *  FILL-ONE-ROW  -  resolve the current row's note; a match is
      *  rewritten and audited, a miss goes onto the report
      *----------------------------------------------------------------
       FILL-ONE-ROW section.
             move note of kozukai-rec to pym-note
             move space to pym-payee
             call 'kozukaipayeematch' using payee-match-area
             if pym-matched
               move pym-payee to wpayee of kozukai-rec
               rewrite kozukai-rec
               add 1 to wfill-count
               perform AUDIT-ONE-RECORD
             else
               add 1 to wmiss-count
               move space to report-line
               move kozukai-key of kozukai-rec to report-line (3:11)
               move wcategory of kozukai-rec   to report-line (15:20)
               move note of kozukai-rec        to report-line (36:40)
               write report-line
             end-if
             exit.

      *----------------------------------------------------------------
      *  AUDIT-ONE-RECORD  -  one PAYEE row per filled record, the
      *  payee code in the after detail, through the same funnel
      *  every mutator uses
      *----------------------------------------------------------------
       AUDIT-ONE-RECORD section.
             move 'kozukaipayeefill' to audit-program
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move 'PAYEE' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-user
             move wcategory of kozukai-rec to audit-before-category
             move in-or-out of kozukai-rec to audit-before-inorout
             move money of kozukai-rec     to audit-before-money
             move note of kozukai-rec      to audit-before-note
             move space to audit-before-detail
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money of kozukai-rec     to audit-after-money
             move note of kozukai-rec      to audit-after-note
             move wpayee of kozukai-rec    to audit-after-detail
             call 'kozukaiauditwrite' using audit-rec
             exit.
