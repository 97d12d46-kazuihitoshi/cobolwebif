       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayeematch.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - the one place a free-text note turns
      *  into a payee.  Every posting path (kozukaiupdate.cob,
      *  kozukaiapprove.cob, kozukaicsvload.cob, the stage review)
      *  and the reports that group by payee hand it a
      *  payee-match-area: a given payee code is checked against the
      *  master, a blank one is resolved from the note by the alias
      *  patterns in kozukaipayee.dat - the longest pattern found
      *  anywhere in the note wins, ASCII letters compared without
      *  regard to case, so "aeon" and "AEON" are the same shop.
      *  The master is read once per run and kept in a table; a
      *  missing master resolves nothing and rejects no code, the
      *  rule every other optional master here follows.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payee-file assign to "kozukaipayee.dat"
           organization is indexed access mode is sequential
           record key is payee-code
           file status is payee-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payee-file.
       copy payeefile.

       WORKING-STORAGE SECTION.
       01 payee-file-fs      pic 9(2).
       01 payee-eof          pic x(3) value space.
       01 payee-loaded-flag  pic x value 'N'.
        88 payee-loaded         value 'Y'.
       01 payee-master-flag  pic x value 'N'.
        88 payee-master-found   value 'Y'.

      *  the master, patterns already folded to upper case; the
      *  payee name rides as pattern 6
       01 payee-table.
        02 ptbl-entry occurs 300.
         03 ptbl-code        pic x(08).
         03 ptbl-name        pic x(30).
         03 ptbl-pattern     pic x(30) occurs 6.
         03 ptbl-pattern-len pic 9(02) occurs 6.
       01 payee-count        pic 9(03) value zero.
       01 p                  pic 9(03).
       01 a                  pic 9(02).
       01 n                  pic 9(02).

       01 wpy-note           pic x(40).
       01 wpy-len            pic 9(02).
       01 wpy-best           pic 9(03).
       01 wpy-best-len       pic 9(02).
       01 wpy-found-flag     pic x value 'N'.
        88 wpy-found            value 'Y'.
        88 wpy-not-found        value 'N'.

       LINKAGE SECTION.
       copy payeematch.

       PROCEDURE             DIVISION using payee-match-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          if not payee-loaded then
            perform LOAD-PAYEE-TABLE
          end-if.

          move space to pym-payee-name.
          if pym-payee not = space then
            perform LOOKUP-PAYEE-CODE
          else
            perform MATCH-PAYEE-NOTE
          end-if.

          exit program.

      *----------------------------------------------------------------
      *  LOOKUP-PAYEE-CODE  -  a code keyed on the form: known, or
      *  unknown unless there is no master to know it by
      *----------------------------------------------------------------
       LOOKUP-PAYEE-CODE section.
             set pym-unknown to true
             if not payee-master-found
               set pym-matched to true
               go to LOOKUP-PAYEE-CODE-EXIT
             end-if
             perform varying p from 1 by 1 until p > payee-count
               if ptbl-code (p) = pym-payee
                 move ptbl-name (p) to pym-payee-name
                 set pym-matched to true
                 exit perform
               end-if
             end-perform.
       LOOKUP-PAYEE-CODE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  MATCH-PAYEE-NOTE  -  every pattern of every payee tried at
      *  every position of the upper-cased note; the longest hit
      *  names the payee, the first one loaded on a tie
      *----------------------------------------------------------------
       MATCH-PAYEE-NOTE section.
             set pym-no-match to true
             move space to pym-payee
             if pym-note = space
               go to MATCH-PAYEE-NOTE-EXIT
             end-if
             move pym-note to wpy-note
             inspect wpy-note converting
                'abcdefghijklmnopqrstuvwxyz'
             to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

             move zero to wpy-best
             move zero to wpy-best-len
             perform varying p from 1 by 1 until p > payee-count
               perform varying a from 1 by 1 until a > 6
                 move ptbl-pattern-len (p, a) to wpy-len
                 if wpy-len > wpy-best-len
                   set wpy-not-found to true
                   perform varying n from 1 by 1
                      until n > 41 - wpy-len or wpy-found
                     if wpy-note (n:wpy-len) =
                        ptbl-pattern (p, a) (1:wpy-len)
                       set wpy-found to true
                     end-if
                   end-perform
                   if wpy-found
                     move p to wpy-best
                     move wpy-len to wpy-best-len
                   end-if
                 end-if
               end-perform
             end-perform

             if wpy-best > zero
               move ptbl-code (wpy-best) to pym-payee
               move ptbl-name (wpy-best) to pym-payee-name
               set pym-matched to true
             end-if.
       MATCH-PAYEE-NOTE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-PAYEE-TABLE  -  the master into payee-table once per
      *  run, each pattern folded to upper case and measured without
      *  its trailing blanks
      *----------------------------------------------------------------
       LOAD-PAYEE-TABLE section.
             set payee-loaded to true
             move zero to payee-count
             open input payee-file
             if payee-file-fs not = zero
               go to LOAD-PAYEE-TABLE-EXIT
             end-if
             set payee-master-found to true
             move space to payee-eof
             read payee-file next record
               at end move 'EOF' to payee-eof
             end-read
             perform until payee-eof = 'EOF'
                or payee-count >= 300
               add 1 to payee-count
               move payee-code to ptbl-code (payee-count)
               move payee-name to ptbl-name (payee-count)
               perform varying a from 1 by 1 until a > 5
                 move payee-alias (a)
                   to ptbl-pattern (payee-count, a)
               end-perform
               move payee-name to ptbl-pattern (payee-count, 6)
               perform varying a from 1 by 1 until a > 6
                 inspect ptbl-pattern (payee-count, a) converting
                    'abcdefghijklmnopqrstuvwxyz'
                 to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 move 30 to n
                 perform until n = zero
                    or ptbl-pattern (payee-count, a) (n:1)
                         not = space
                   subtract 1 from n
                 end-perform
                 move n to ptbl-pattern-len (payee-count, a)
               end-perform
               read payee-file next record
                 at end move 'EOF' to payee-eof
               end-read
             end-perform
             close payee-file.
       LOAD-PAYEE-TABLE-EXIT.
             exit.
