       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipricetrend.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch report - one item's price over time.  Takes the item
      *  name on the command line (ASCII letters folded to upper
      *  case on both sides, the kozukaipricebook.cob rule) and
      *  walks every receipt item line in kozukaircptitem.dat for
      *  it: month by month, the average and lowest unit price at
      *  each store it was bought at, then the month's average over
      *  all stores, so a price rise - or one store holding out
      *  against it - shows up line by line.
      *  Usage: kozukaipricetrend ITEMNAME
      *  Output: kozukaipricetrend.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select rcpt-item-file assign to "kozukaircptitem.dat"
           organization is indexed access mode is sequential
           record key is ritem-key
           file status is rcpt-item-file-fs.
        select report-file assign to "kozukaipricetrend.txt"
           organization line sequential
           file status is report-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rcpt-item-file.
       copy rcptitemfile.

       fd report-file.
       01 report-line        pic x(80).

       WORKING-STORAGE SECTION.
       01 rcpt-item-file-fs  pic 9(2).
       01 report-file-fs     pic 9(2).
       01 rcpt-item-eof      pic x(3) value space.

       01 wtarget-item       pic x(30) value space.
       01 witem-name         pic x(30) value space.
       01 wline-count        pic 9(07) value zero.
       01 wmatch-count       pic 9(07) value zero.

      *  one entry per month/store pair, put in month then store
      *  order before printing
       01 wtrend-table.
        02 wtrend-entry occurs 400.
         03 wtr-ym           pic x(06).
         03 wtr-store        pic x(20).
         03 wtr-lines        pic 9(05).
         03 wtr-low-price    pic 9(07).
         03 wtr-sum-price    pic 9(11).
       01 wtrend-count       pic 9(03) value zero.
       01 wtrend-full        pic 9(05) value zero.
       01 wtr-swap           pic x(49).
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).
       01 wmonth-lines       pic 9(07) value zero.
       01 wmonth-sum         pic 9(13) value zero.
       01 wavg-price         pic 9(07) value zero.

       01 wdisp-price        pic z(6)9.
       01 wdisp-lines        pic zzzz9.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wtarget-item from command-line.
          if wtarget-item = space then
            display 'usage: kozukaipricetrend ITEMNAME'
            stop run
          end-if.
          inspect wtarget-item converting
             'abcdefghijklmnopqrstuvwxyz'
          to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

          open input rcpt-item-file.
          if rcpt-item-file-fs not = zero then
            display 'kozukaipricetrend: rcpt-item-file open failed,'
                    ' fs=' rcpt-item-file-fs
            stop run
          end-if.
          read rcpt-item-file next record
            at end move 'EOF' to rcpt-item-eof
          end-read.
          perform until rcpt-item-eof = 'EOF'
            add 1 to wline-count
            move ritem-name to witem-name
            inspect witem-name converting
               'abcdefghijklmnopqrstuvwxyz'
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            if witem-name = wtarget-item
              add 1 to wmatch-count
              perform FOLD-TREND-LINE
            end-if
            read rcpt-item-file next record
              at end move 'EOF' to rcpt-item-eof
            end-read
          end-perform.
          close rcpt-item-file.

          perform SORT-TREND.
          perform WRITE-REPORT.

          display 'kozukaipricetrend: ' wline-count ' line(s), '
                  wmatch-count ' for ' wtarget-item.
          if wtrend-full > zero
            display 'kozukaipricetrend: table full, ' wtrend-full
                    ' line(s) left out'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  FOLD-TREND-LINE  -  the current line into its month/store
      *  entry
      *----------------------------------------------------------------
       FOLD-TREND-LINE section.
             move zero to k
             perform varying i from 1 by 1 until i > wtrend-count
               if wtr-ym (i) = ritem-date (1:6)
                  and wtr-store (i) = ritem-store
                 move i to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if wtrend-count >= 400
                 add 1 to wtrend-full
                 go to FOLD-TREND-LINE-EXIT
               end-if
               add 1 to wtrend-count
               move wtrend-count to k
               move ritem-date (1:6) to wtr-ym (k)
               move ritem-store to wtr-store (k)
               move zero to wtr-lines (k)
               move zero to wtr-sum-price (k)
               move ritem-price to wtr-low-price (k)
             end-if
             add 1 to wtr-lines (k)
             add ritem-price to wtr-sum-price (k)
             if ritem-price < wtr-low-price (k)
               move ritem-price to wtr-low-price (k)
             end-if.
       FOLD-TREND-LINE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SORT-TREND  -  month then store order, the exchange sort
      *  kozukaipaydue.cob uses
      *----------------------------------------------------------------
       SORT-TREND section.
             perform varying i from 1 by 1 until i >= wtrend-count
               perform varying j from i by 1 until j > wtrend-count
                 if wtr-ym (j) < wtr-ym (i)
                    or (wtr-ym (j) = wtr-ym (i)
                        and wtr-store (j) < wtr-store (i))
                   move wtrend-entry (i) to wtr-swap
                   move wtrend-entry (j) to wtrend-entry (i)
                   move wtr-swap to wtrend-entry (j)
                 end-if
               end-perform
             end-perform
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  a line per month/store, each month closed
      *  by its all-store average
      *----------------------------------------------------------------
       WRITE-REPORT section.
             open output report-file
             move space to report-line
             string 'PRICE TREND  ' delimited size
                    wtarget-item    delimited size
               into report-line
             end-string
             write report-line
             move space to report-line
             write report-line
             move space to report-line
             move 'MONTH'      to report-line (1:6)
             move 'STORE'      to report-line (9:20)
             move '   AVERAGE' to report-line (30:10)
             move '    LOWEST' to report-line (41:10)
             move 'LINES'      to report-line (52:5)
             write report-line

             move 1 to i
             perform until i > wtrend-count
               move zero to wmonth-lines
               move zero to wmonth-sum
               perform varying j from i by 1
                  until j > wtrend-count
                     or wtr-ym (j) not = wtr-ym (i)
                 perform WRITE-TREND-LINE
               end-perform
               compute wavg-price rounded = wmonth-sum / wmonth-lines
               move space to report-line
               move wtr-ym (i)   to report-line (1:6)
               move '(ALL)'      to report-line (9:20)
               move wavg-price   to wdisp-price
               move wdisp-price  to report-line (33:7)
               move wmonth-lines to wdisp-lines
               move wdisp-lines  to report-line (52:5)
               write report-line
               move space to report-line
               write report-line
               move j to i
             end-perform
             close report-file
             exit.

      *----------------------------------------------------------------
      *  WRITE-TREND-LINE  -  entry j, folded into its month's
      *  all-store figures
      *----------------------------------------------------------------
       WRITE-TREND-LINE section.
             add wtr-lines (j) to wmonth-lines
             add wtr-sum-price (j) to wmonth-sum
             compute wavg-price rounded =
                wtr-sum-price (j) / wtr-lines (j)
             move space to report-line
             move wtr-ym (j)         to report-line (1:6)
             move wtr-store (j)      to report-line (9:20)
             move wavg-price         to wdisp-price
             move wdisp-price        to report-line (33:7)
             move wtr-low-price (j)  to wdisp-price
             move wdisp-price        to report-line (44:7)
             move wtr-lines (j)      to wdisp-lines
             move wdisp-lines        to report-line (52:5)
             write report-line
             exit.
