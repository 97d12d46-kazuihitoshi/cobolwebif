      *----------------------------------------------------------------
      *  CLOSECHECK  -  parameter block for kozukaiclosecheck.cob.
      *  The caller fills in the ledger code (space for the household
      *  book) and the YYYYMM about to be closed; the checklist comes
      *  back one line per item with whether it is done and a short
      *  detail (how many rows are still in the way, who ticked it).
      *  ccx-result:
      *    'Y'  every item done - the month may close
      *    'O'  items open, but an override with a reason is on file
      *    'N'  items open and no override - 月締め must refuse
      *----------------------------------------------------------------
       01 close-check-area.
          02 ccx-ledger          pic x(08).
          02 ccx-ym              pic x(06).
          02 ccx-result          pic x(01).
             88 ccx-all-done        value 'Y'.
             88 ccx-overridden      value 'O'.
             88 ccx-items-open      value 'N'.
          02 ccx-open-count      pic 9(02).
          02 ccx-override-by     pic x(20).
          02 ccx-override-reason pic x(40).
          02 ccx-item-count      pic 9(02).
          02 ccx-item occurs 6.
             03 ccx-item-code    pic x(08).
             03 ccx-item-label   pic x(30).
             03 ccx-item-kind    pic x(01).
                88 ccx-item-auto     value 'A'.
                88 ccx-item-manual   value 'M'.
             03 ccx-item-state   pic x(01).
                88 ccx-item-done     value 'Y'.
                88 ccx-item-open     value 'N'.
             03 ccx-item-detail  pic x(40).
