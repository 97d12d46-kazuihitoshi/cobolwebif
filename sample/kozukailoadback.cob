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
       DATA                  DIVISION.
       FILE                  SECTION.
       fd loadjnl-file.
       fd receipt-file.
       copy receiptfile.

       fd rcpt-item-file.
       copy rcptitemfile.

       fd furusato-file.
       copy furusatofile.

       WORKING-STORAGE SECTION.
       copy web-lock.
       copy auditlog.
       01 totals-file-fs     pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 receipt-file-fs    pic 9(2).
       01 rcpt-item-file-fs  pic 9(2).
       01 furusato-file-fs   pic 9(2).
       01 rcpt-item-eof      pic x(3) value space.
       01 loadjnl-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.

       01 verify-ok-flag     pic x value 'Y'.
        88 verify-ok            value 'Y'.
        88 verify-failed        value 'N'.
       01 wfail-key          pic x(11) value space.
       01 wfail-reason       pic x(20) value space.

      *----------------------------------------------------------------
                   move lj-kozukai-key to wfail-key
                   move 'SINCE UPDATED' to wfail-reason
                 end-if
      *          a refund has been posted against it since; the
      *          削除 screen refuses such a row the same way
                 if wrefunded of kozukai-rec not = zero
                   set verify-failed to true
                   move lj-kozukai-key to wfail-key
                   move 'REFUNDED' to wfail-reason
                 end-if
             end-read.
       VERIFY-ONE-ROW-EXIT.
             exit.
               end-delete
               close receipt-file
             end-if
             perform DELETE-RECEIPT-ITEMS

      *      and a ふるさと納税 registration on it with it
             open i-o furusato-file
             if furusato-file-fs = zero
               move kozukai-key of kozukai-rec to fur-key
               delete furusato-file
                 invalid key continue
               end-delete
               close furusato-file
             end-if

             delete kozukai-file
             add 1 to wremoved-count.
       REMOVE-ONE-ROW-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-RECEIPT-ITEMS  -  the item lines of the receipt on
      *  the row being deleted go with its register row, for the
      *  same reason: the next posting to reuse the key must not
      *  find another receipt's items under it
      *----------------------------------------------------------------
       DELETE-RECEIPT-ITEMS section.
             open i-o rcpt-item-file
             if rcpt-item-file-fs not = zero
               go to DELETE-RECEIPT-ITEMS-EXIT
             end-if
             move space to rcpt-item-eof
             move kozukai-key of kozukai-rec to ritem-rcpt-key
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
                or ritem-rcpt-key not = kozukai-key of kozukai-rec
               delete rcpt-item-file
                 invalid key continue
               end-delete
               read rcpt-item-file next record
                 at end move 'EOF' to rcpt-item-eof
               end-read
             end-perform
             close rcpt-item-file.
       DELETE-RECEIPT-ITEMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ADJUST-TOTALS  -  reverse the removed OUT row out of the
      *  category-month totals file, the delta the load folded in
