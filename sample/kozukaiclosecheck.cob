       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiclosecheck.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - the month-end close checklist for one
      *  ledger's month, worked out from the files as they stand:
      *    BANK     bank statement matched   - ticked by an admin on
      *                                        kozukaiclosechk.cob
      *    CASH     cash counted             - a count dated in the
      *                                        month that agreed, or
      *                                        whose difference was
      *                                        adjusted
      *    RECEIPT  receipts for large OUTs  - no OUT in the month
      *                                        above
      *                                        KOZUKAI_RECEIPT_MIN
      *                                        without a receipt
      *    SETTLE   settlement confirmed     - a settlement run for
      *                                        the month, every line
      *                                        paid
      *    APPROVE  approval queue empty     - nothing pending in
      *                                        kozukaipending.dat or
      *                                        kozukaimastchg.dat
      *    STAGE    staging file empty       - nothing still staged
      *                                        in kozukaistage.dat
      *  The OVERRIDE row on kozukaiclosechk.dat, when ticked, lets
      *  the month close with items open; its reason comes back for
      *  the caller to audit.  kozukaiupdate.cob asks before 月締め
      *  and refuses while ccx-items-open; kozukaiclosechk.cob shows
      *  the same list.  Nothing is written here.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select close-chk-file assign to "kozukaiclosechk.dat"
           organization is indexed access mode is random
           record key is cck-key
           file status is close-chk-file-fs.
        select cash-count-file assign to "kozukaicashcount.dat"
           organization is indexed access mode is sequential
           record key is ccnt-key
           file status is cash-count-file-fs.
        select kozukai-file assign to wkozukai-filename
           organization is indexed access mode is sequential
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select receipt-file assign to "kozukaireceipt.dat"
           organization is indexed access mode is random
           record key is rcpt-key
           file status is receipt-file-fs.
        select settlement-file assign to "kozukaisettlement.dat"
           organization is indexed access mode is sequential
           record key is setl-key
           file status is settlement-file-fs.
        select pending-file assign to "kozukaipending.dat"
           organization is indexed access mode is sequential
           record key is pend-key
           file status is pending-file-fs.
        select mast-chg-file assign to "kozukaimastchg.dat"
           organization is indexed access mode is sequential
           record key is mcq-key
           file status is mast-chg-file-fs.
        select stage-file assign to "kozukaistage.dat"
           organization is indexed access mode is sequential
           record key is stg-seq
           file status is stage-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd close-chk-file.
       copy closechkfile.

       fd cash-count-file.
       copy cashcountfile.

       fd kozukai-file.
       copy kozukaifile.

       fd receipt-file.
       copy receiptfile.

       fd settlement-file.
       copy settlementfile.

       fd pending-file.
       copy pendingfile.

       fd mast-chg-file.
       copy mastchgfile.

       fd stage-file.
       copy stagefile.

       WORKING-STORAGE SECTION.
       01 close-chk-file-fs  pic 9(2).
       01 cash-count-file-fs pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 receipt-file-fs    pic 9(2).
       01 settlement-file-fs pic 9(2).
       01 pending-file-fs    pic 9(2).
       01 mast-chg-file-fs   pic 9(2).
       01 stage-file-fs      pic 9(2).
       01 cash-count-eof     pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 settlement-eof     pic x(3) value space.
       01 pending-eof        pic x(3) value space.
       01 mast-chg-eof       pic x(3) value space.
       01 stage-eof          pic x(3) value space.
       01 i                  pic 9(02).
       01 wled-len           pic 9(02).
       77 wkozukai-filename  pic x(30) value 'kozukai.dat'.

      *  counting fields for the item being worked out
       01 wcount             pic 9(05) value zero.
       01 wcount-2           pic 9(05) value zero.
       01 wcount-disp        pic zzzz9.
       01 wcount-2-disp      pic zzzz9.
       01 wthreshold         pic s9(09) value 10000.
       01 wenv-receipt-min   pic x(09) value space.
       01 wcash-flag         pic x value 'N'.
        88 cash-found           value 'Y'.
        88 cash-not-found       value 'N'.
       01 wcash-date         pic x(08) value space.

       copy paramget.

       LINKAGE SECTION.
       copy closecheck.

       PROCEDURE             DIVISION using close-check-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          perform SET-LEDGER-FILE.
          perform GET-SETTINGS.

          move zero to ccx-item-count.
          move zero to ccx-open-count.
          move space to ccx-override-by.
          move space to ccx-override-reason.
          perform varying i from 1 by 1 until i > 6
            move space to ccx-item-code (i)
            move space to ccx-item-label (i)
            move space to ccx-item-kind (i)
            move space to ccx-item-state (i)
            move space to ccx-item-detail (i)
          end-perform.

          perform CHECK-BANK.
          perform CHECK-CASH.
          perform CHECK-RECEIPTS.
          perform CHECK-SETTLEMENT.
          perform CHECK-APPROVALS.
          perform CHECK-STAGING.

          perform varying i from 1 by 1 until i > ccx-item-count
            if ccx-item-open (i)
              add 1 to ccx-open-count
            end-if
          end-perform.

          if ccx-open-count = zero
            set ccx-all-done to true
          else
            set ccx-items-open to true
            perform CHECK-OVERRIDE
          end-if.
          exit program.

      *----------------------------------------------------------------
      *  SET-LEDGER-FILE  -  the ledger's own kozukai_<code>.dat, as
      *  kozukaiupdate.cob SET-LEDGER-FILES names it; space is the
      *  household book.  The caller has checked the code against
      *  the ledger master.
      *----------------------------------------------------------------
       SET-LEDGER-FILE section.
             move 'kozukai.dat' to wkozukai-filename
             if ccx-ledger = space
               go to SET-LEDGER-FILE-EXIT
             end-if
             move 8 to wled-len
             perform until wled-len = zero
                or ccx-ledger (wled-len:1) not = space
               subtract 1 from wled-len
             end-perform
             move space to wkozukai-filename
             string 'kozukai_' delimited size
                    ccx-ledger (1:wled-len) delimited size
                    '.dat' delimited size
               into wkozukai-filename
             end-string.
       SET-LEDGER-FILE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-SETTINGS  -  KOZUKAI_RECEIPT_MIN, the yen above which an
      *  OUT wants a receipt on file (10000 when unset, as
      *  kozukaireceiptexc.cob defaults)
      *----------------------------------------------------------------
       GET-SETTINGS section.
             move 'KOZUKAI_RECEIPT_MIN' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-receipt-min
             if wenv-receipt-min not = space
                and wenv-receipt-min is numeric then
               move wenv-receipt-min to wthreshold
             end-if
             exit.

      *----------------------------------------------------------------
      *  ADD-ITEM  -  open the next line of the checklist; the
      *  caller moves the code, label and kind in after it
      *----------------------------------------------------------------
       ADD-ITEM section.
             add 1 to ccx-item-count
             move ccx-item-count to i
             set ccx-item-open (i) to true
             exit.

      *----------------------------------------------------------------
      *  CHECK-BANK  -  the statement match is not kept anywhere the
      *  program can read, so it is an admin's tick for the month
      *----------------------------------------------------------------
       CHECK-BANK section.
             perform ADD-ITEM
             move 'BANK' to ccx-item-code (i)
             move '通帳・明細の照合' to ccx-item-label (i)
             set ccx-item-manual (i) to true
             move '未確認' to ccx-item-detail (i)
             open input close-chk-file
             if close-chk-file-fs not = zero
               go to CHECK-BANK-EXIT
             end-if
             move ccx-ledger to cck-ledger
             move ccx-ym     to cck-ym
             move 'BANK'     to cck-item
             read close-chk-file
               invalid key continue
               not invalid key
                 if cck-is-ticked
                   set ccx-item-done (i) to true
                   move space to ccx-item-detail (i)
                   string cck-ticked-by delimited space
                          ' ' delimited size
                          cck-ticked-at (1:8) delimited size
                     into ccx-item-detail (i)
                   end-string
                 end-if
             end-read
             close close-chk-file.
       CHECK-BANK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-CASH  -  a cash count dated in the month that either
      *  agreed with the ledger or had its difference posted as an
      *  adjustment; the latest such count is named
      *----------------------------------------------------------------
       CHECK-CASH section.
             perform ADD-ITEM
             move 'CASH' to ccx-item-code (i)
             move '現金実査' to ccx-item-label (i)
             set ccx-item-auto (i) to true
             move '当月の実査がありません'
                  to ccx-item-detail (i)
             set cash-not-found to true
             move space to wcash-date
             move zero to wcount
             open input cash-count-file
             if cash-count-file-fs not = zero
               go to CHECK-CASH-EXIT
             end-if
             move space to cash-count-eof
             read cash-count-file next record
               at end move 'EOF' to cash-count-eof
             end-read
             perform until cash-count-eof = 'EOF'
               if ccnt-date (1:6) = ccx-ym
                 add 1 to wcount
                 if ccnt-difference = zero
                    or ccnt-adjust-key not = space
                   set cash-found to true
                   if ccnt-date > wcash-date
                     move ccnt-date to wcash-date
                   end-if
                 end-if
               end-if
               read cash-count-file next record
                 at end move 'EOF' to cash-count-eof
               end-read
             end-perform
             close cash-count-file
             if cash-found
               set ccx-item-done (i) to true
               move space to ccx-item-detail (i)
               string wcash-date (5:2) '/' wcash-date (7:2)
                        delimited size
                      ' 実査済' delimited size
                 into ccx-item-detail (i)
               end-string
             else
               if wcount > zero
                 move '差異が未調整です' to ccx-item-detail (i)
               end-if
             end-if.
       CHECK-CASH-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-RECEIPTS  -  the month's OUT rows above the threshold
      *  with no entry in the receipt register, picked the way
      *  kozukaireceiptexc.cob picks them (reason-coded adjustments
      *  are not expenses and want no paper)
      *----------------------------------------------------------------
       CHECK-RECEIPTS section.
             perform ADD-ITEM
             move 'RECEIPT' to ccx-item-code (i)
             move '高額支出の領収書' to ccx-item-label (i)
             set ccx-item-auto (i) to true
             move zero to wcount
             open input kozukai-file
             if kozukai-file-fs not = zero
               set ccx-item-done (i) to true
               move '対象の支出はありません'
                    to ccx-item-detail (i)
               go to CHECK-RECEIPTS-EXIT
             end-if
             open input receipt-file
             move space to kozukai-eof
             read kozukai-file next record
               at end move 'EOF' to kozukai-eof
             end-read
             perform until kozukai-eof = 'EOF'
               if wdate-rec of kozukai-rec (1:6) = ccx-ym
                  and in-or-out of kozukai-rec = '2'
                  and money of kozukai-rec > wthreshold
                  and wreason-code of kozukai-rec = space
                 if receipt-file-fs not = zero
                   add 1 to wcount
                 else
                   move kozukai-key to rcpt-key
                   read receipt-file
                     invalid key add 1 to wcount
                   end-read
                 end-if
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file
             if receipt-file-fs = zero
               close receipt-file
             end-if
             if wcount = zero
               set ccx-item-done (i) to true
               move '全件登録済' to ccx-item-detail (i)
             else
               move wcount to wcount-disp
               string function trim(wcount-disp) delimited size
                      '件 領収書が未登録です' delimited size
                 into ccx-item-detail (i)
               end-string
             end-if.
       CHECK-RECEIPTS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-SETTLEMENT  -  the month has been run through the
      *  settlement and every member's line is paid
      *----------------------------------------------------------------
       CHECK-SETTLEMENT section.
             perform ADD-ITEM
             move 'SETTLE' to ccx-item-code (i)
             move '精算の支払確認' to ccx-item-label (i)
             set ccx-item-auto (i) to true
             move '当月の精算がありません'
                  to ccx-item-detail (i)
             move zero to wcount wcount-2
             open input settlement-file
             if settlement-file-fs not = zero
               go to CHECK-SETTLEMENT-EXIT
             end-if
             move space to settlement-eof
             read settlement-file next record
               at end move 'EOF' to settlement-eof
             end-read
             perform until settlement-eof = 'EOF'
               if setl-ym = ccx-ym
                 add 1 to wcount
                 if setl-is-unpaid
                   add 1 to wcount-2
                 end-if
               end-if
               read settlement-file next record
                 at end move 'EOF' to settlement-eof
               end-read
             end-perform
             close settlement-file
             if wcount = zero
               go to CHECK-SETTLEMENT-EXIT
             end-if
             if wcount-2 = zero
               set ccx-item-done (i) to true
               move '支払済' to ccx-item-detail (i)
             else
               move space to ccx-item-detail (i)
               move wcount-2 to wcount-2-disp
               string function trim(wcount-2-disp) delimited size
                      '件 未払いです' delimited size
                 into ccx-item-detail (i)
               end-string
             end-if.
       CHECK-SETTLEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-APPROVALS  -  nothing waiting for a second person:
      *  no pending ledger entry or expense claim, and no pending
      *  master change
      *----------------------------------------------------------------
       CHECK-APPROVALS section.
             perform ADD-ITEM
             move 'APPROVE' to ccx-item-code (i)
             move '承認待ちなし' to ccx-item-label (i)
             set ccx-item-auto (i) to true
             move zero to wcount
             open input pending-file
             if pending-file-fs = zero
               move space to pending-eof
               read pending-file next record
                 at end move 'EOF' to pending-eof
               end-read
               perform until pending-eof = 'EOF'
                 if pend-is-pending
                   add 1 to wcount
                 end-if
                 read pending-file next record
                   at end move 'EOF' to pending-eof
                 end-read
               end-perform
               close pending-file
             end-if
             open input mast-chg-file
             if mast-chg-file-fs = zero
               move space to mast-chg-eof
               read mast-chg-file next record
                 at end move 'EOF' to mast-chg-eof
               end-read
               perform until mast-chg-eof = 'EOF'
                 if mcq-is-pending
                   add 1 to wcount
                 end-if
                 read mast-chg-file next record
                   at end move 'EOF' to mast-chg-eof
                 end-read
               end-perform
               close mast-chg-file
             end-if
             if wcount = zero
               set ccx-item-done (i) to true
               move '承認待ちはありません'
                    to ccx-item-detail (i)
             else
               move wcount to wcount-disp
               string function trim(wcount-disp) delimited size
                      '件 承認待ちです' delimited size
                 into ccx-item-detail (i)
               end-string
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-STAGING  -  nothing left staged from an import,
      *  waiting on kozukaistagereview.cob to be posted or dropped
      *----------------------------------------------------------------
       CHECK-STAGING section.
             perform ADD-ITEM
             move 'STAGE' to ccx-item-code (i)
             move '取込待ちなし' to ccx-item-label (i)
             set ccx-item-auto (i) to true
             move zero to wcount
             open input stage-file
             if stage-file-fs = zero
               move space to stage-eof
               read stage-file next record
                 at end move 'EOF' to stage-eof
               end-read
               perform until stage-eof = 'EOF'
                 if stg-is-staged
                   add 1 to wcount
                 end-if
                 read stage-file next record
                   at end move 'EOF' to stage-eof
                 end-read
               end-perform
               close stage-file
             end-if
             if wcount = zero
               set ccx-item-done (i) to true
               move '取込待ちはありません'
                    to ccx-item-detail (i)
             else
               move wcount to wcount-disp
               string function trim(wcount-disp) delimited size
                      '件 取込待ちです' delimited size
                 into ccx-item-detail (i)
               end-string
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-OVERRIDE  -  with items open, an override an admin
      *  recorded for the month lets it close anyway; who recorded
      *  it and why go back to the caller
      *----------------------------------------------------------------
       CHECK-OVERRIDE section.
             open input close-chk-file
             if close-chk-file-fs not = zero
               go to CHECK-OVERRIDE-EXIT
             end-if
             move ccx-ledger to cck-ledger
             move ccx-ym     to cck-ym
             move 'OVERRIDE' to cck-item
             read close-chk-file
               invalid key continue
               not invalid key
                 if cck-is-ticked and cck-note not = space
                   set ccx-overridden to true
                   move cck-ticked-by to ccx-override-by
                   move cck-note      to ccx-override-reason
                 end-if
             end-read
             close close-chk-file.
       CHECK-OVERRIDE-EXIT.
             exit.
