       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaifreezecheck.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - is this OUT frozen?  Every posting path
      *  (kozukaiupdate.cob, chat.cob's !spend, the stage review,
      *  kozukairecur.cob) hands it a freeze-check-area with the
      *  category and date of the row about to post.  The category's
      *  parent is read from the category master the caller names
      *  (the ledger's own), and the freeze register kozukaifreeze.dat
      *  is searched for a freeze on either whose from/to range takes
      *  in the date.  A missing register freezes nothing.  What to
      *  do about a frozen row - refuse it, or let an admin override
      *  it with a reason - is the caller's business.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select category-file assign to wfzc-category-filename
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select freeze-file assign to "kozukaifreeze.dat"
           organization is indexed access mode is dynamic
           record key is frz-key
           file status is freeze-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd category-file.
       copy categoryfile.

       fd freeze-file.
       copy freezefile.

       WORKING-STORAGE SECTION.
       01 category-file-fs   pic 9(2).
       01 freeze-file-fs     pic 9(2).
       01 freeze-eof         pic x(3) value space.
       77 wfzc-category-filename pic x(30) value 'category.dat'.
       01 wfzc-parent        pic x(20) value space.
       01 wfzc-look          pic x(20) value space.

       LINKAGE SECTION.
       copy freezecheck.

       PROCEDURE             DIVISION using freeze-check-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          set fzc-clear to true.
          move space to fzc-frozen-category.
          move space to fzc-to-date.
          move space to fzc-reason.
          if fzc-category = space then
            exit program
          end-if.

          move fzc-category-file to wfzc-category-filename.
          if wfzc-category-filename = space then
            move 'category.dat' to wfzc-category-filename
          end-if.
          move space to wfzc-parent.
          open input category-file.
          if category-file-fs = zero then
            move fzc-category to category-key
            read category-file
              invalid key continue
              not invalid key move category-parent to wfzc-parent
            end-read
            close category-file
          end-if.

          open input freeze-file.
          if freeze-file-fs not = zero then
            exit program
          end-if.
          move fzc-category to wfzc-look.
          perform FIND-FREEZE.
          if fzc-clear and wfzc-parent not = space then
            move wfzc-parent to wfzc-look
            perform FIND-FREEZE
          end-if.
          close freeze-file.

          exit program.

      *----------------------------------------------------------------
      *  FIND-FREEZE  -  the freezes on wfzc-look in from-date order;
      *  the first whose range takes in fzc-date answers
      *----------------------------------------------------------------
       FIND-FREEZE section.
             move space to freeze-eof
             move wfzc-look to frz-category
             move low-value to frz-from-date
             start freeze-file
                key is >= frz-key
               invalid key move 'EOF' to freeze-eof
             end-start
             if freeze-eof not = 'EOF'
               read freeze-file next record
                 at end move 'EOF' to freeze-eof
               end-read
             end-if
             perform until freeze-eof = 'EOF'
                or frz-category not = wfzc-look
                or frz-from-date > fzc-date
                or fzc-frozen
               if frz-to-date >= fzc-date
                 set fzc-frozen to true
                 move frz-category to fzc-frozen-category
                 move frz-to-date  to fzc-to-date
                 move frz-reason   to fzc-reason
               else
                 read freeze-file next record
                   at end move 'EOF' to freeze-eof
                 end-read
               end-if
             end-perform
             exit.
