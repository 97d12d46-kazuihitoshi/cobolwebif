       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimoverows.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Ledger row move CGI - puts rows keyed into the wrong book
      *  where they belong (the care account's pharmacy receipt
      *  posted to the household ledger) without a delete and
      *  re-key.  表示 lists the rows of the FROM book in the date
      *  range on the form; an admin ticks the ones to move and 移動
      *  takes them into the TO book.  A blank code is the household
      *  book.  A split child always travels with its parent and
      *  siblings; a family with a row in a closed period on either
      *  side, a refund or refunded purchase, or a category the TO
      *  book does not have, stays where it is.  Each row is written
      *  into the TO book under the free-sequence hunt on its own
      *  date, deleted from the FROM book, folded out of the FROM
      *  totals and into the TO totals, and its receipt, receipt
      *  items, ふるさと納税 register row, utility bill
      *  period, asset register row and payslip link follow the
      *  new key.  The audit log
      *  gets a MOVEOUT/MOVEIN pair naming both books and both keys.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select kozukai-file assign to wkozukai-filename
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select category-file assign to wcategory-filename
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select period-file assign to wperiod-filename
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
        select totals-file assign to wtotals-filename
           organization is indexed access mode is random
           record key is tot-key
           file status is totals-file-fs.
        select ledger-file assign to "kozukailedger.dat"
           organization is indexed access mode is random
           record key is ledger-code
           file status is ledger-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select receipt-file assign to "kozukaireceipt.dat"
           organization is indexed access mode is random
           record key is rcpt-key
           file status is receipt-file-fs.
        select rcpt-item-file assign to "kozukaircptitem.dat"
           organization is indexed access mode is dynamic
           record key is ritem-key
           file status is rcpt-item-file-fs.
        select furusato-file assign to "kozukaifurusato.dat"
           organization is indexed access mode is random
           record key is fur-key
           file status is furusato-file-fs.
        select util-bill-file assign to "kozukaiutilbill.dat"
           organization is indexed access mode is random
           record key is ubill-key
           file status is util-bill-file-fs.
        select durable-file assign to "kozukaidurable.dat"
           organization is indexed access mode is random
           record key is dur-key
           file status is durable-file-fs.
        select payslip-file assign to "kozukaipayslip.dat"
           organization is indexed access mode is dynamic
           record key is slip-key
           file status is payslip-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd kozukai-file.
       copy kozukaifile.

       fd category-file.
       copy categoryfile.

       fd period-file.
       copy periodfile.

       fd totals-file.
       copy kozukaitotalsfile.

       fd ledger-file.
       copy ledgerfile.

       fd rate-file.
       copy ratefile.

       fd receipt-file.
       copy receiptfile.

       fd rcpt-item-file.
       copy rcptitemfile.

       fd furusato-file.
       copy furusatofile.

       fd util-bill-file.
       copy utilbillfile.

       fd durable-file.
       copy durablefile.

       fd payslip-file.
       copy payslipfile.

       fd credentials-file.
       copy credentialsfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wscreenname     pic x(80) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MODE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmode           pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FROMLEDGER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfrom-ledger    pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TOLEDGER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wto-ledger      pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DATEFROM'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdate-from      pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'DATETO'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wdate-to        pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'USERNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wusername       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PASSWORD'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpassword       pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ERRMSG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
         02 filler pic x value low-value.
      *  tick marks: the ledger keys of the rows to move on a 移動,
      *  the same array-of-keys shape the delete screen uses
         02 move-array      pic x(11) occurs 30 value space.
         02 move-list-table.
            03 move-list-array occurs 30.
               04 mtbl-key      pic x(11).
               04 mtbl-category pic x(20).
               04 mtbl-io       pic x(01).
               04 mtbl-money    pic -z(9)9.
               04 mtbl-currency pic x(03).
               04 mtbl-note     pic x(40).
               04 mtbl-member   pic x(20).
               04 mtbl-parent   pic x(11).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 kozukai-file-fs    pic 9(2).
       01 category-file-fs   pic 9(2).
       01 period-file-fs     pic 9(2).
       01 totals-file-fs     pic 9(2).
       01 ledger-file-fs     pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 receipt-file-fs    pic 9(2).
       01 rcpt-item-file-fs  pic 9(2).
       01 furusato-file-fs   pic 9(2).
       01 util-bill-file-fs  pic 9(2).
       01 durable-file-fs    pic 9(2).
       01 payslip-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 kozukai-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.
       01 rcpt-item-eof      pic x(3) value space.
       01 payslip-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).

       77 wkozukai-filename  pic x(30) value 'kozukai.dat'.
       77 wcategory-filename pic x(30) value 'category.dat'.
       77 wperiod-filename   pic x(30) value 'kozukaiperiod.dat'.
       77 wtotals-filename   pic x(30) value 'kozukaitotals.dat'.

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-role        pic x(06) value space.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

      *----------------------------------------------------------------
      *  the two books: wbk-* is the scratch SET-BOOK-FILES fills
      *  from wbk-code, then copied to the FROM or TO side; each
      *  side keeps its own file names and closed period
      *----------------------------------------------------------------
       01 wbk-code           pic x(08) value space.
       01 wbk-len            pic 9(02) value zero.
       01 wbk-kozukai        pic x(30) value space.
       01 wbk-category       pic x(30) value space.
       01 wbk-period         pic x(30) value space.
       01 wbk-totals         pic x(30) value space.
       01 wfrom-kozukai      pic x(30) value space.
       01 wfrom-period       pic x(30) value space.
       01 wfrom-totals       pic x(30) value space.
       01 wfrom-closed-ym    pic x(06) value space.
       01 wfrom-label        pic x(09) value space.
       01 wto-kozukai        pic x(30) value space.
       01 wto-category       pic x(30) value space.
       01 wto-period         pic x(30) value space.
       01 wto-totals         pic x(30) value space.
       01 wto-closed-ym      pic x(06) value space.
       01 wto-label          pic x(09) value space.
       01 wclosed-ym         pic x(06) value space.

      *----------------------------------------------------------------
      *  fam-table  -  the family being moved: the parent row (or a
      *  lone row) first, then its split children, each with the
      *  key it was given in the TO book
      *----------------------------------------------------------------
       01 fam-table.
        02 fam-entry occurs 50.
         03 fam-rec          pic x(169).
         03 fam-new-key      pic x(11).
       01 fam-count          pic 9(03) value zero.
       01 fam-f              pic 9(03) value zero.
       01 wfam-key           pic x(11) value space.
       01 wfam-err           pic x(60) value space.
       01 wlast-err          pic x(60) value space.
       01 wfam-new-parent    pic x(11) value space.

       01 item-table.
        02 item-entry occurs 99  pic x(108).
       01 item-count         pic 9(03) value zero.
       01 item-k             pic 9(03) value zero.

       01 wold-key           pic x(11) value space.
       01 wnew-key           pic x(11) value space.
       01 wseq-sec           pic 9(04) value zero.
       01 written-ok-flag    pic x value 'N'.
        88 written-ok           value 'Y'.
        88 written-not-ok       value 'N'.
       01 wmoved-count       pic 9(03) value zero.
       01 wfailed-count      pic 9(03) value zero.
       01 wmoved-disp        pic zz9.
       01 wfailed-disp       pic zz9.
       01 wadj-sign          pic s9(01) value zero.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
      *  rate master by LOAD-RATE-TABLE, so a moved OUT folds out of
      *  one book's totals and into the other's at the rate in effect
      *  on its own date, the same rule every poster follows
      *----------------------------------------------------------------
       01 currency-rate-tab.
        02 currency-rate-entry occurs 100.
         03 currency-rate-code  pic x(03).
         03 currency-rate-from  pic x(08).
         03 currency-rate-value pic 9(06)v99.
       01 currency-rate-count pic 9(03) value zero.
       01 wexch-rate         pic 9(06)v99.
       01 wexch-best-date    pic x(08) value space.
       01 wexch-k            pic 9(03).
       01 wmoney-jpy         pic s9(10).

       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          if wscreenname of webif-rec = space then
            move 'moverows.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused then
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            STOP RUN
          end-if.

      *   every book shares the one kozukai_lock, so taking it
      *   exclusive holds both the FROM and the TO book at once
          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '移動'
             set lc-lock-exclusive to true
           when other
             set lc-lock-share to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
            string 'ロックを取得できないため'
                     delimited size
                   '処理を中断しました'
                     delimited size
              into werrmsg of webif-rec
            end-string
          else
            perform SET-BOOKS
            if werrmsg of webif-rec = space
              evaluate wmode of webif-rec
               when '移動'
                 perform CHECK-LOGIN
                 if login-not-ok then
                   move '認証エラーです'
                        to werrmsg of webif-rec
                 else
                   if wlogin-role not = 'admin'
                     move '権限がありません'
                          to werrmsg of webif-rec
                   else
                     perform MOVE-TICKED-ROWS
                   end-if
                 end-if
               when other
                 continue
              end-evaluate
              perform LIST-ROWS
            end-if
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          if mtc-refused
             or (mtc-on and werrmsg of webif-rec = space)
            move mtc-banner to werrmsg of webif-rec
          end-if.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  SET-BOOKS  -  both codes must name a book in the ledger
      *  master (blank is the household book) and must differ; each
      *  side's file names and closed period are settled here
      *----------------------------------------------------------------
       SET-BOOKS section.
             move wfrom-ledger of webif-rec to wbk-code
             perform SET-BOOK-FILES
             if werrmsg of webif-rec not = space
               go to SET-BOOKS-EXIT
             end-if
             move wbk-kozukai to wfrom-kozukai
             move wbk-period  to wfrom-period
             move wbk-totals  to wfrom-totals
             move wbk-period  to wperiod-filename
             perform GET-CLOSED-PERIOD
             move wclosed-ym  to wfrom-closed-ym
             move wbk-code    to wfrom-label
             if wbk-code = space
               move 'HOUSEHOLD' to wfrom-label
             end-if

             move wto-ledger of webif-rec to wbk-code
             perform SET-BOOK-FILES
             if werrmsg of webif-rec not = space
               go to SET-BOOKS-EXIT
             end-if
             move wbk-kozukai  to wto-kozukai
             move wbk-category to wto-category
             move wbk-period   to wto-period
             move wbk-totals   to wto-totals
             move wbk-period   to wperiod-filename
             perform GET-CLOSED-PERIOD
             move wclosed-ym   to wto-closed-ym
             move wbk-code     to wto-label
             if wbk-code = space
               move 'HOUSEHOLD' to wto-label
             end-if

             move wfrom-kozukai to wkozukai-filename.
       SET-BOOKS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-BOOK-FILES  -  the file names of the book wbk-code
      *  names, built the way SET-LEDGER-FILES builds them for the
      *  ledger screen; an unknown code is an error
      *----------------------------------------------------------------
       SET-BOOK-FILES section.
             move 'kozukai.dat'       to wbk-kozukai
             move 'category.dat'      to wbk-category
             move 'kozukaiperiod.dat' to wbk-period
             move 'kozukaitotals.dat' to wbk-totals
             if wbk-code = space
               go to SET-BOOK-FILES-EXIT
             end-if

             open input ledger-file
             if ledger-file-fs not = zero
               move '未登録の帳簿です'
                    to werrmsg of webif-rec
               go to SET-BOOK-FILES-EXIT
             end-if
             move wbk-code to ledger-code
             read ledger-file
               invalid key
                 move '未登録の帳簿です'
                      to werrmsg of webif-rec
             end-read
             close ledger-file
             if werrmsg of webif-rec not = space
               go to SET-BOOK-FILES-EXIT
             end-if

             move 8 to wbk-len
             perform until wbk-len = zero
                or wbk-code (wbk-len:1) not = space
               subtract 1 from wbk-len
             end-perform
             move space to wbk-kozukai
             move space to wbk-category
             move space to wbk-period
             move space to wbk-totals
             string 'kozukai_' delimited size
                    wbk-code (1:wbk-len) delimited size
                    '.dat' delimited size
               into wbk-kozukai
             end-string
             string 'category_' delimited size
                    wbk-code (1:wbk-len) delimited size
                    '.dat' delimited size
               into wbk-category
             end-string
             string 'kozukaiperiod_' delimited size
                    wbk-code (1:wbk-len) delimited size
                    '.dat' delimited size
               into wbk-period
             end-string
             string 'kozukaitotals_' delimited size
                    wbk-code (1:wbk-len) delimited size
                    '.dat' delimited size
               into wbk-totals
             end-string.
       SET-BOOK-FILES-EXIT.
             exit.

      *----------------------------------------------------------------
      *  MOVE-TICKED-ROWS  -  each ticked key moves with its whole
      *  split family; a key already carried along as a sibling of
      *  an earlier tick is simply no longer in the FROM book
      *----------------------------------------------------------------
       MOVE-TICKED-ROWS section.
             if wfrom-ledger of webif-rec = wto-ledger of webif-rec
               move '移動元と移動先が同じ帳簿です'
                    to werrmsg of webif-rec
               go to MOVE-TICKED-ROWS-EXIT
             end-if
             move zero to wmoved-count
             move zero to wfailed-count
             move space to wlast-err
             perform LOAD-RATE-TABLE

             perform varying i from 1 by 1 until i > 30
               if move-array (i) not = space
                 move move-array (i) to wfam-key
                 perform MOVE-ONE-FAMILY
               end-if
             end-perform

             move wmoved-count to wmoved-disp
             move wfailed-count to wfailed-disp
             if wfailed-count > zero and wmoved-count = zero
                and wlast-err not = space
               move wlast-err to werrmsg of webif-rec
             else
               string wmoved-disp  delimited size
                      '件移動 '    delimited size
                      wfailed-disp delimited size
                      '件エラー'  delimited size
                 into werrmsg of webif-rec
               end-string
             end-if.
       MOVE-TICKED-ROWS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  MOVE-ONE-FAMILY  -  gather, check, write into the TO book,
      *  delete from the FROM book, fold the totals, carry the links
      *  and audit; nothing is written until every row has passed
      *----------------------------------------------------------------
       MOVE-ONE-FAMILY section.
             perform GATHER-FAMILY
             if fam-count = zero
               go to MOVE-ONE-FAMILY-EXIT
             end-if
             move space to wfam-err
             perform varying fam-f from 1 by 1
                until fam-f > fam-count or wfam-err not = space
               move fam-rec (fam-f) to kozukai-rec
               perform CHECK-FAMILY-ROW
             end-perform
             if wfam-err not = space
               add fam-count to wfailed-count
               move wfam-err to wlast-err
               go to MOVE-ONE-FAMILY-EXIT
             end-if

             perform WRITE-FAMILY
             if wfam-err not = space
               add fam-count to wfailed-count
               move wfam-err to wlast-err
               go to MOVE-ONE-FAMILY-EXIT
             end-if
             perform DELETE-FAMILY

             perform varying fam-f from 1 by 1
                until fam-f > fam-count
               move fam-rec (fam-f) to kozukai-rec
               move kozukai-key of kozukai-rec to wold-key
               move fam-new-key (fam-f) to wnew-key
               if in-or-out of kozukai-rec = '2'
                  and wreason-code of kozukai-rec = space
                 perform LOOKUP-EXCHANGE-RATE
                 compute wmoney-jpy =
                    money of kozukai-rec * wexch-rate
                 move wfrom-totals to wtotals-filename
                 move -1 to wadj-sign
                 perform ADJUST-TOTALS
                 move wto-totals to wtotals-filename
                 move 1 to wadj-sign
                 perform ADJUST-TOTALS
               end-if
               perform RELINK-RECEIPT
               perform RELINK-RCPT-ITEMS
               perform RELINK-FURUSATO
               perform RELINK-UTILBILL
               perform RELINK-DURABLE
               perform RELINK-PAYSLIP
               perform AUDIT-MOVE-PAIR
               add 1 to wmoved-count
             end-perform
             move wfrom-kozukai to wkozukai-filename.
       MOVE-ONE-FAMILY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-FAMILY  -  read the ticked key from the FROM book; a
      *  child is exchanged for its parent, then the parent and every
      *  row on its day that names it as parent go into fam-table
      *----------------------------------------------------------------
       GATHER-FAMILY section.
             move zero to fam-count
             move wfrom-kozukai to wkozukai-filename
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to GATHER-FAMILY-EXIT
             end-if
             move wfam-key to kozukai-key of kozukai-rec
             read kozukai-file
               invalid key
                 close kozukai-file
                 go to GATHER-FAMILY-EXIT
             end-read
             if wparent-key of kozukai-rec not = space
               move wparent-key of kozukai-rec to wfam-key
               move wfam-key to kozukai-key of kozukai-rec
               read kozukai-file
                 invalid key
                   close kozukai-file
                   go to GATHER-FAMILY-EXIT
               end-read
             end-if
             move 1 to fam-count
             move kozukai-rec to fam-rec (1)
             move space to fam-new-key (1)

             move space to kozukai-eof
             move wfam-key (1:8) to wdate-rec of kozukai-rec
             move zero to wdate-sec of kozukai-rec
             start kozukai-file
                key is >= kozukai-key of kozukai-rec
               invalid key move 'EOF' to kozukai-eof
             end-start
             if kozukai-eof not = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-if
             perform until kozukai-eof = 'EOF'
                or wdate-rec of kozukai-rec not = wfam-key (1:8)
               if wparent-key of kozukai-rec = wfam-key
                  and fam-count < 50
                 add 1 to fam-count
                 move kozukai-rec to fam-rec (fam-count)
                 move space to fam-new-key (fam-count)
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       GATHER-FAMILY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-FAMILY-ROW  -  one row of the family against the
      *  gates; the first failure's message stands for the family
      *----------------------------------------------------------------
       CHECK-FAMILY-ROW section.
             if wfrom-closed-ym not = space
                and wdate-rec of kozukai-rec (1:6)
                    not > wfrom-closed-ym
               move '移動元の締め済期間の行です'
                    to wfam-err
               go to CHECK-FAMILY-ROW-EXIT
             end-if
             if wto-closed-ym not = space
                and wdate-rec of kozukai-rec (1:6)
                    not > wto-closed-ym
               move '移動先の締め済期間の行です'
                    to wfam-err
               go to CHECK-FAMILY-ROW-EXIT
             end-if
      *      a refund and its purchase reference each other by key
      *      inside one book, so neither side may leave it alone
             if wrefund-of of kozukai-rec not = space
                or wrefunded of kozukai-rec not = zero
               move '返金に関わる行は移動できません'
                    to wfam-err
               go to CHECK-FAMILY-ROW-EXIT
             end-if
             move wto-category to wcategory-filename
             open input category-file
             if category-file-fs not = zero
               move '移動先の分類マスタを開けません'
                    to wfam-err
               go to CHECK-FAMILY-ROW-EXIT
             end-if
             move wcategory of kozukai-rec to category-key
             read category-file
               invalid key
                 move '移動先に未登録の分類です' to wfam-err
             end-read
             close category-file.
       CHECK-FAMILY-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-FAMILY  -  the parent first, under the free-sequence
      *  hunt on its own date, then each child pointed at the
      *  parent's new key; the TO book is created if it has never
      *  been posted to.  A parent that finds no free sequence stops
      *  the family before anything is written.
      *----------------------------------------------------------------
       WRITE-FAMILY section.
             move wto-kozukai to wkozukai-filename
             open i-o kozukai-file
             if kozukai-file-fs not = zero
               open output kozukai-file
               close kozukai-file
               open i-o kozukai-file
             end-if
             if kozukai-file-fs not = zero
               move '移動先の帳簿を開けません' to wfam-err
               go to WRITE-FAMILY-EXIT
             end-if

             move space to wfam-new-parent
             perform varying fam-f from 1 by 1
                until fam-f > fam-count or wfam-err not = space
               move fam-rec (fam-f) to kozukai-rec
               if fam-f > 1
                 move wfam-new-parent to wparent-key of kozukai-rec
               end-if
               set written-not-ok to true
               perform varying wseq-sec from 0 by 1
                   until wseq-sec > 999 or written-ok
                 move wseq-sec to wdate-sec of kozukai-rec
                 write kozukai-rec
                   invalid key continue
                   not invalid key set written-ok to true
                 end-write
               end-perform
               if written-ok
                 move kozukai-key of kozukai-rec
                   to fam-new-key (fam-f)
                 if fam-f = 1
                   move kozukai-key of kozukai-rec
                     to wfam-new-parent
                 end-if
               else
                 if fam-f = 1
                   move '移動先の同日の行が満杯です'
                        to wfam-err
                 end-if
               end-if
             end-perform
             close kozukai-file.
       WRITE-FAMILY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-FAMILY  -  the rows that reached the TO book leave
      *  the FROM book
      *----------------------------------------------------------------
       DELETE-FAMILY section.
             move wfrom-kozukai to wkozukai-filename
             open i-o kozukai-file
             if kozukai-file-fs not = zero
               go to DELETE-FAMILY-EXIT
             end-if
             perform varying fam-f from 1 by 1
                until fam-f > fam-count
               if fam-new-key (fam-f) not = space
                 move fam-rec (fam-f) to kozukai-rec
                 delete kozukai-file
                   invalid key continue
                 end-delete
               end-if
             end-perform
             close kozukai-file.
       DELETE-FAMILY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADJUST-TOTALS  -  fold wmoney-jpy, signed by wadj-sign, into
      *  the category-month row of the totals file wtotals-filename
      *  names; a row that does not exist yet is left for the budget
      *  check to seed from its own full scan, the same rule the CGI
      *  follows
      *----------------------------------------------------------------
       ADJUST-TOTALS section.
             move wcategory of kozukai-rec to tot-category
             move wdate-rec of kozukai-rec (1:6) to tot-ym
             open i-o totals-file
             if totals-file-fs not = zero
               go to ADJUST-TOTALS-EXIT
             end-if
             read totals-file
               invalid key continue
               not invalid key
                 compute tot-out-total =
                    tot-out-total + wmoney-jpy * wadj-sign
                 accept wnow-date from date yyyymmdd
                 accept wnow-time from time
                 string wnow-date delimited size
                        wnow-time delimited size
                   into tot-updated
                 end-string
                 rewrite totals-rec
             end-read
             close totals-file.
       ADJUST-TOTALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RELINK-RECEIPT  -  the receipt register row on wold-key
      *  moves to wnew-key; a row already registered on the new key
      *  is left alone and the old one kept, never overwritten
      *----------------------------------------------------------------
       RELINK-RECEIPT section.
             open i-o receipt-file
             if receipt-file-fs not = zero
               go to RELINK-RECEIPT-EXIT
             end-if
             move wold-key to rcpt-key
             read receipt-file
               invalid key continue
               not invalid key
                 move wnew-key to rcpt-key
                 write receipt-rec
                   invalid key continue
                   not invalid key
                     move wold-key to rcpt-key
                     delete receipt-file
                       invalid key continue
                     end-delete
                 end-write
             end-read
             close receipt-file.
       RELINK-RECEIPT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RELINK-RCPT-ITEMS  -  the item lines under wold-key are
      *  read off first, then each is re-keyed to wnew-key, so the
      *  browse never meets a line it has just written
      *----------------------------------------------------------------
       RELINK-RCPT-ITEMS section.
             open i-o rcpt-item-file
             if rcpt-item-file-fs not = zero
               go to RELINK-RCPT-ITEMS-EXIT
             end-if
             move zero to item-count
             move space to rcpt-item-eof
             move wold-key to ritem-rcpt-key
             move zero to ritem-line
             start rcpt-item-file
                key is >= ritem-key
               invalid key
                 move 'EOF' to rcpt-item-eof
             end-start
             if rcpt-item-eof not = 'EOF'
               read rcpt-item-file next record
                 at end move 'EOF' to rcpt-item-eof
               end-read
             end-if
             perform until rcpt-item-eof = 'EOF'
                or ritem-rcpt-key not = wold-key
                or item-count >= 99
               add 1 to item-count
               move rcpt-item-rec to item-entry (item-count)
               read rcpt-item-file next record
                 at end move 'EOF' to rcpt-item-eof
               end-read
             end-perform

             perform varying item-k from 1 by 1
                until item-k > item-count
               move item-entry (item-k) to rcpt-item-rec
               move wnew-key to ritem-rcpt-key
               write rcpt-item-rec
                 invalid key continue
                 not invalid key
                   move wold-key to ritem-rcpt-key
                   delete rcpt-item-file
                     invalid key continue
                   end-delete
               end-write
             end-perform
             close rcpt-item-file.
       RELINK-RCPT-ITEMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RELINK-FURUSATO  -  the same for the ふるさと納税
      *  register
      *----------------------------------------------------------------
       RELINK-FURUSATO section.
             open i-o furusato-file
             if furusato-file-fs not = zero
               go to RELINK-FURUSATO-EXIT
             end-if
             move wold-key to fur-key
             read furusato-file
               invalid key continue
               not invalid key
                 move wnew-key to fur-key
                 write furusato-rec
                   invalid key continue
                   not invalid key
                     move wold-key to fur-key
                     delete furusato-file
                       invalid key continue
                     end-delete
                 end-write
             end-read
             close furusato-file.
       RELINK-FURUSATO-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RELINK-UTILBILL  -  and for a utility bill's reading period
      *----------------------------------------------------------------
       RELINK-UTILBILL section.
             open i-o util-bill-file
             if util-bill-file-fs not = zero
               go to RELINK-UTILBILL-EXIT
             end-if
             move wold-key to ubill-key
             read util-bill-file
               invalid key continue
               not invalid key
                 move wnew-key to ubill-key
                 write util-bill-rec
                   invalid key continue
                   not invalid key
                     move wold-key to ubill-key
                     delete util-bill-file
                       invalid key continue
                     end-delete
                 end-write
             end-read
             close util-bill-file.
       RELINK-UTILBILL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RELINK-DURABLE  -  and for an asset bought by the row
      *----------------------------------------------------------------
       RELINK-DURABLE section.
             open i-o durable-file
             if durable-file-fs not = zero
               go to RELINK-DURABLE-EXIT
             end-if
             move wold-key to dur-key
             read durable-file
               invalid key continue
               not invalid key
                 move wnew-key to dur-key
                 write durable-rec
                   invalid key continue
                   not invalid key
                     move wold-key to dur-key
                     delete durable-file
                       invalid key continue
                     end-delete
                 end-write
             end-read
             close durable-file.
       RELINK-DURABLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RELINK-PAYSLIP  -  a payslip whose net was posted as the
      *  moved row points at its new key
      *----------------------------------------------------------------
       RELINK-PAYSLIP section.
             open i-o payslip-file
             if payslip-file-fs not = zero
               go to RELINK-PAYSLIP-EXIT
             end-if
             move space to payslip-eof
             read payslip-file next record
               at end move 'EOF' to payslip-eof
             end-read
             perform until payslip-eof = 'EOF'
               if slip-ledger-key = wold-key
                 move wnew-key to slip-ledger-key
                 rewrite payslip-rec
               end-if
               read payslip-file next record
                 at end move 'EOF' to payslip-eof
               end-read
             end-perform
             close payslip-file.
       RELINK-PAYSLIP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  AUDIT-MOVE-PAIR  -  MOVEOUT on the old key, MOVEIN on the
      *  new; each detail names the FROM and TO books and the key
      *  on the other side, so either half finds its partner
      *----------------------------------------------------------------
       AUDIT-MOVE-PAIR section.
             move 'MOVEOUT' to audit-operation
             move wold-key to audit-key
             move wcategory of kozukai-rec to audit-before-category
             move in-or-out of kozukai-rec to audit-before-inorout
             move money     of kozukai-rec to audit-before-money
             move note      of kozukai-rec to audit-before-note
             move space to audit-after-category
             move space to audit-after-inorout
             move zero  to audit-after-money
             move space to audit-after-note
             move space to audit-before-detail
             string wfrom-label delimited space
                    ' -> '      delimited size
                    wto-label   delimited space
                    ' '         delimited size
                    wnew-key    delimited size
               into audit-before-detail
             end-string
             move space to audit-after-detail
             perform AUDIT-WRITE

             move 'MOVEIN' to audit-operation
             move wnew-key to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             move space to audit-before-detail
             move space to audit-after-detail
             string wfrom-label delimited space
                    ' -> '      delimited size
                    wto-label   delimited space
                    ' '         delimited size
                    wold-key    delimited size
               into audit-after-detail
             end-string
             perform AUDIT-WRITE
             move space to audit-after-detail
             exit.

      *----------------------------------------------------------------
      *  LIST-ROWS  -  the FROM book's rows in the date range into
      *  the display table, the parent column alongside so a split
      *  reads as one family
      *----------------------------------------------------------------
       LIST-ROWS section.
             move space to move-list-table of webif-rec
             move zero to j
             move wfrom-kozukai to wkozukai-filename
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to LIST-ROWS-EXIT
             end-if
             move space to kozukai-eof
             move wdate-from of webif-rec to wdate-rec of kozukai-rec
             move zero to wdate-sec of kozukai-rec
             start kozukai-file
                key is >= kozukai-key of kozukai-rec
               invalid key move 'EOF' to kozukai-eof
             end-start
             if kozukai-eof not = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-if
             perform until kozukai-eof = 'EOF' or j >= 30
               if wdate-to of webif-rec not = space
                  and wdate-rec of kozukai-rec > wdate-to of webif-rec
                 move 'EOF' to kozukai-eof
               else
                 add 1 to j
                 move kozukai-key of kozukai-rec to mtbl-key (j)
                 move wcategory of kozukai-rec to mtbl-category (j)
                 move in-or-out of kozukai-rec to mtbl-io (j)
                 move money     of kozukai-rec to mtbl-money (j)
                 move wcurrency of kozukai-rec to mtbl-currency (j)
                 move note      of kozukai-rec to mtbl-note (j)
                 move wmember   of kozukai-rec to mtbl-member (j)
                 move wparent-key of kozukai-rec to mtbl-parent (j)
                 read kozukai-file next record
                   at end move 'EOF' to kozukai-eof
                 end-read
               end-if
             end-perform
             close kozukai-file.
       LIST-ROWS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-CLOSED-PERIOD  -  read the last closed YYYYMM from the
      *  period-control file wperiod-filename names; a missing file
      *  or row means no month has ever been closed in that book
      *----------------------------------------------------------------
       GET-CLOSED-PERIOD section.
             move space to wclosed-ym
             move 'CLOSEDYM' to period-key
             open input period-file
             if period-file-fs = zero then
               read period-file
                 invalid key continue
                 not invalid key move period-closed-ym to wclosed-ym
               end-read
               close period-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
      *  leaves the table empty, so every conversion falls back to
      *  rate 1.00 the same way an unrecognized currency always has
      *----------------------------------------------------------------
       LOAD-RATE-TABLE section.
             move zero to currency-rate-count
             open input rate-file
             if rate-file-fs = zero then
               move space to rate-eof
               read rate-file next record
                 at end move 'EOF' to rate-eof
               end-read
               perform until rate-eof = 'EOF'
                  or currency-rate-count >= 100
                 add 1 to currency-rate-count
                 move rate-currency to
                      currency-rate-code (currency-rate-count)
                 move rate-from-date to
                      currency-rate-from (currency-rate-count)
                 move rate-value to
                      currency-rate-value (currency-rate-count)
                 read rate-file next record
                   at end move 'EOF' to rate-eof
                 end-read
               end-perform
               close rate-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOOKUP-EXCHANGE-RATE  -  translate wcurrency of kozukai-rec
      *  into the JPY conversion rate in effect on the record's own
      *  wdate-rec (the newest rate-from-date not after it); a blank
      *  or unrecognized currency code, or one with no rate effective
      *  yet, is treated as JPY (rate 1.00)
      *----------------------------------------------------------------
       LOOKUP-EXCHANGE-RATE section.
             move 1.00 to wexch-rate
             move space to wexch-best-date
             if wcurrency of kozukai-rec not = space then
               perform varying wexch-k from 1 by 1
                          until wexch-k > currency-rate-count
                 if currency-rate-code (wexch-k) =
                    wcurrency of kozukai-rec
                    and currency-rate-from (wexch-k) not >
                        wdate-rec of kozukai-rec
                    and (wexch-best-date = space
                         or currency-rate-from (wexch-k) not <
                            wexch-best-date)
                   move currency-rate-from (wexch-k)
                     to wexch-best-date
                   move currency-rate-value (wexch-k) to wexch-rate
                 end-if
               end-perform
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before any row may be moved
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             if wusername of webif-rec not = space then
               move wusername of webif-rec to cred-username
               open input credentials-file
               if credentials-file-fs = zero then
                 read credentials-file
                   invalid key set login-not-ok to true
                   not invalid key
                     perform VERIFY-CRED-PASSWORD
                     move cred-role to wlogin-role
                 end-read
                 close credentials-file
               end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  VERIFY-CRED-PASSWORD  -  a locked account never verifies;
      *  otherwise the posted password is checked against the salted
      *  hash, falling back to the legacy clear-text field only while
      *  the row has no hash yet
      *----------------------------------------------------------------
       VERIFY-CRED-PASSWORD section.
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to VERIFY-CRED-PASSWORD-EXIT
             end-if
             if cred-is-locked
               go to VERIFY-CRED-PASSWORD-EXIT
             end-if
             if cred-hash not = zero
               move cred-salt to whash-salt
               move wpassword of webif-rec to whash-pass
               perform COMPUTE-CRED-HASH
               if whash-value = cred-hash
                 set login-ok to true
               end-if
             else
               if cred-password not = space
                  and cred-password = wpassword of webif-rec
                 set login-ok to true
               end-if
             end-if.
       VERIFY-CRED-PASSWORD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  byte modulo the prime 999999937, the same fold the audit
      *  chain uses
      *----------------------------------------------------------------
       COMPUTE-CRED-HASH section.
             move zero to whash-work
             perform varying whash-i from 1 by 1
                until whash-i > length of whash-input
               compute whash-ord =
                  function ord(whash-input (whash-i:1))
               compute whash-work =
                  function mod(whash-work * 31 + whash-ord,
                               999999937)
             end-perform
             move whash-work to whash-value
             exit.

      *----------------------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); KOZUKAI_LOCKTIMEOUT lets an
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
               move wenv-locktmo-num to lc-lock-timeout
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaimoverows' to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'program allow-list' to audit-after-detail
               perform AUDIT-WRITE
               move 'この接続元からは利用できません'
                    to werrmsg of webif-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-ROLE-ADDRESS  -  the allow-list for the role of the
      *  credential row just read, before its password is checked; a
      *  refused address is audited as IPREFUSE and the login fails
      *----------------------------------------------------------------
       CHECK-ROLE-ADDRESS section.
             set ipc-for-role to true
             move cred-role to ipc-target
             move space to ipc-addr
             call 'kozukaiipcheck' using ip-check-area
             if ipc-refused
               move 'IPREFUSE' to audit-operation
               move ipc-target to audit-key
               move ipc-addr to audit-before-detail
               move 'role allow-list' to audit-after-detail
               perform AUDIT-WRITE
             end-if
             exit.

      *----------------------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
      *  hand it to the CGI framework's log writer
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaimoverows' to audit-program
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move wusername of webif-rec to audit-user
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *----------------------------------------------------------------
      *  CHECK-MAINTENANCE  -  while the maintenance switch is on
      *  (kozukaimaintcheck.cob) a change is turned away before the
      *  lock is taken: the mode is dropped, so the request runs as
      *  a plain browse under a shared lock, and the banner goes out
      *  in place of any other message.  Browsing carries on, with
      *  the banner shown when there is nothing else to say.
      *----------------------------------------------------------------
       CHECK-MAINTENANCE section.
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on and lc-lock-exclusive
                and wmode of webif-rec not = space
               set mtc-refused to true
               move space to wmode of webif-rec
               set lc-lock-share to true
             end-if
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
