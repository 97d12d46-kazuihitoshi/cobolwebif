       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipricebook.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - the store price book.  Reads every receipt
      *  item line in kozukaircptitem.dat and prints, for each item
      *  and each store it was bought at, the last unit price paid
      *  (with its date), the lowest, the average over the lines and
      *  how many lines there were, items in name order and stores
      *  under each.  The store with the lowest average for an item
      *  is marked "*" - the answer to which supermarket is actually
      *  cheaper for the weekly staples.  Item names are compared
      *  with ASCII letters folded to upper case, so "milk" and
      *  "MILK" are one item.  Run on demand, no command-line
      *  arguments.  Output: kozukaipricebook.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rcpt-item-file assign to "kozukaircptitem.dat"
           organization is indexed access mode is sequential
           record key is ritem-key
           file status is rcpt-item-file-fs.
        select report-file assign to "kozukaipricebook.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rcpt-item-file.
       copy rcptitemfile.

       fd report-file.
       01 report-line        pic x(100).

       WORKING-STORAGE SECTION.
       01 rcpt-item-file-fs  pic 9(2).
       01 report-file-fs     pic 9(2).
       01 rcpt-item-eof      pic x(3) value space.

       01 wline-count        pic 9(07) value zero.
       01 witem-name         pic x(30) value space.

      *  one entry per item/store pair, put in item then store order
      *  before printing
       01 wbook-table.
        02 wbook-entry occurs 500.
         03 wbk-item         pic x(30).
         03 wbk-store        pic x(20).
         03 wbk-lines        pic 9(05).
         03 wbk-last-date    pic x(08).
         03 wbk-last-price   pic 9(07).
         03 wbk-low-price    pic 9(07).
         03 wbk-sum-price    pic 9(11).
         03 wbk-avg-price    pic 9(07).
       01 wbook-count        pic 9(03) value zero.
       01 wbook-full         pic 9(05) value zero.
       01 wbk-swap           pic x(95).
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).
       01 wgroup-start       pic 9(03).
       01 wbest              pic 9(03).

       01 wdisp-price        pic z(6)9.
       01 wdisp-lines        pic zzzz9.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          open input rcpt-item-file.
          if rcpt-item-file-fs not = zero then
            display 'kozukaipricebook: rcpt-item-file open failed, fs='
                     rcpt-item-file-fs
            stop run
          end-if.
          read rcpt-item-file next record
            at end move 'EOF' to rcpt-item-eof
          end-read.
          perform until rcpt-item-eof = 'EOF'
            add 1 to wline-count
            perform FOLD-ITEM-LINE
            read rcpt-item-file next record
              at end move 'EOF' to rcpt-item-eof
            end-read
          end-perform.
          close rcpt-item-file.

          perform SORT-BOOK.
          perform WRITE-REPORT.

          display 'kozukaipricebook: ' wline-count ' line(s), '
                  wbook-count ' item/store pair(s)'.
          if wbook-full > zero
            display 'kozukaipricebook: table full, ' wbook-full
                    ' line(s) left out'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  FOLD-ITEM-LINE  -  the current line into its item/store
      *  entry: count, running sum and lowest, and the last price by
      *  receipt date (a later line of the same date wins)
      *----------------------------------------------------------------
       FOLD-ITEM-LINE section.
             move ritem-name to witem-name
             inspect witem-name converting
                'abcdefghijklmnopqrstuvwxyz'
             to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             move zero to k
             perform varying i from 1 by 1 until i > wbook-count
               if wbk-item (i) = witem-name
                  and wbk-store (i) = ritem-store
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if wbook-count >= 500
                 add 1 to wbook-full
                 go to FOLD-ITEM-LINE-EXIT
               end-if
               add 1 to wbook-count
               move wbook-count to k
               move witem-name  to wbk-item (k)
               move ritem-store to wbk-store (k)
               move zero to wbk-lines (k)
               move space to wbk-last-date (k)
               move zero to wbk-sum-price (k)
               move ritem-price to wbk-low-price (k)
             end-if
             add 1 to wbk-lines (k)
             add ritem-price to wbk-sum-price (k)
             if ritem-price < wbk-low-price (k)
               move ritem-price to wbk-low-price (k)
             end-if
             if ritem-date not < wbk-last-date (k)
               move ritem-date  to wbk-last-date (k)
               move ritem-price to wbk-last-price (k)
             end-if.
       FOLD-ITEM-LINE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SORT-BOOK  -  averages worked out, then item/store order by
      *  an exchange sort, the kozukaipaydue.cob way
      *----------------------------------------------------------------
       SORT-BOOK section.
             perform varying i from 1 by 1 until i > wbook-count
               compute wbk-avg-price (i) rounded =
                  wbk-sum-price (i) / wbk-lines (i)
             end-perform
             perform varying i from 1 by 1 until i >= wbook-count
               perform varying j from i by 1 until j > wbook-count
                 if wbk-item (j) < wbk-item (i)
                    or (wbk-item (j) = wbk-item (i)
                        and wbk-store (j) < wbk-store (i))
                   move wbook-entry (i) to wbk-swap
                   move wbook-entry (j) to wbook-entry (i)
                   move wbk-swap to wbook-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  one block per item: the item name, then a
      *  line per store with the cheapest average marked
      *----------------------------------------------------------------
       WRITE-REPORT section.
             open output report-file
             move 'STORE PRICE BOOK' to report-line
             write report-line
             move space to report-line
             write report-line
             move space to report-line
             move 'STORE'      to report-line (5:20)
             move '      LAST' to report-line (26:10)
             move 'ON'         to report-line (37:8)
             move '    LOWEST' to report-line (46:10)
             move '   AVERAGE' to report-line (57:10)
             move 'LINES'      to report-line (68:5)
             write report-line

             move 1 to i
             perform until i > wbook-count
               move i to wgroup-start
               move i to wbest
               perform varying j from i by 1
                  until j > wbook-count
                     or wbk-item (j) not = wbk-item (wgroup-start)
                 if wbk-avg-price (j) < wbk-avg-price (wbest)
                   move j to wbest
                 end-if
               end-perform
               move space to report-line
               write report-line
               move space to report-line
               move wbk-item (wgroup-start) to report-line (1:30)
               write report-line
               perform varying k from wgroup-start by 1 until k >= j
                 perform WRITE-STORE-LINE
               end-perform
               move j to i
             end-perform
             close report-file
             exit.

      *----------------------------------------------------------------
      *  WRITE-STORE-LINE  -  entry k under its item
      *----------------------------------------------------------------
       WRITE-STORE-LINE section.
             move space to report-line
             if k = wbest and j - wgroup-start > 1
               move '*' to report-line (3:1)
             end-if
             move wbk-store (k)      to report-line (5:20)
             move wbk-last-price (k) to wdisp-price
             move wdisp-price        to report-line (29:7)
             move wbk-last-date (k)  to report-line (37:8)
             move wbk-low-price (k)  to wdisp-price
             move wdisp-price        to report-line (49:7)
             move wbk-avg-price (k)  to wdisp-price
             move wdisp-price        to report-line (60:7)
             move wbk-lines (k)      to wdisp-lines
             move wdisp-lines        to report-line (68:5)
             write report-line
             exit.
