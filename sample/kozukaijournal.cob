      *  Command line: optional YEAR restricts the export to that
      *  calendar year and merges the kozukaiYYYY.dat archive in
      *  when the year has been closed; no argument exports the
      *  whole live file.  An optional MEMBER after the year keeps
      *  only that member's rows plus the shared blank-member rows,
      *  the slice a member-bound login sees.  Output:
      *  kozukaijournal.csv, one line per journal leg:
      *  DATE,SEQ,DC,ACCOUNT,AMOUNT,MEMO.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.

       01 wcmd-line          pic x(80) value space.
       01 wtarget-year       pic x(04) value space.
       01 wmember-filter     pic x(20) value space.
       01 warchive-filename  pic x(30) value space.
       01 archive-merged-flag pic x value 'N'.
        88 archive-merged       value 'Y'.
      *  the entry under the microscope, whichever file it came from
       01 wcur-entry.
          02 wcur-date       pic x(08).
          02 wcur-seq        pic 9(03).
          02 wcur-category   pic x(20).
          02 wcur-inorout    pic x(01).
          02 wcur-money      pic s9(09).
       01 wamount-disp       pic z(8)9.
       01 wentry-count       pic 9(07) value zero.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          unstring wcmd-line delimited by space
             into wtarget-year wmember-filter
          end-unstring.
          if wtarget-year not = space
             and wtarget-year not numeric then
            display 'usage: kozukaijournal [YYYY [MEMBER]]'
            stop run
          end-if.

          move '1000' to wcash-account.
          move 'KOZUKAI_CASH_ACCOUNT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-cashacct.
          if wenv-cashacct not = space
            move wenv-cashacct to wcash-account
          end-if.
          move '1400' to wtax-account.
          move 'KOZUKAI_TAX_ACCOUNT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wenv-taxacct.
          if wenv-taxacct not = space
            move wenv-taxacct to wtax-account
          end-if.
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if (wtarget-year = space
                  or wdate-rec of kozukai-rec (1:4) = wtarget-year)
                  and (wmember-filter = space
                   or wmember of kozukai-rec = wmember-filter
                   or wmember of kozukai-rec = space)
                 if wcategory of kozukai-rec = '繰越'
                    and archive-merged
                   continue
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if wmember-filter = space
                  or archive-member = wmember-filter
                  or archive-member = space
                 move archive-date-rec  to wcur-date
                 move archive-date-sec  to wcur-seq
                 move archive-category  to wcur-category
                 move archive-in-or-out to wcur-inorout
                 move archive-money     to wcur-money
                 move archive-note      to wcur-note
                 move archive-tax-amount to wcur-tax
                 perform WRITE-JOURNAL-ENTRY
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
