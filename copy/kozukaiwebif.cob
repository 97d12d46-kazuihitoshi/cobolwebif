          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wdate-sec       pic x(03) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'CATEGORY'.
          02 filler pic x value low-value.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 sel-date-sec    pic x(03) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'ERRMSG'.
          02 filler pic x value low-value.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wpage-key       pic x(11) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'NEXTKEY'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wnext-key       pic x(11) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'PREVKEY'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wprev-key       pic x(11) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'RCPTREF'.
          02 filler pic x value low-value.
          02 filler pic x value low-value.
          02 wdate-to        pic x(08) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'ACCOUNT'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 waccount        pic x(04) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'FROMACCT'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wfrom-account   pic x(04) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'TOACCT'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wto-account     pic x(04) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'FILTERACCT'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wfilter-account pic x(04) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'REFUNDOF'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wrefund-of      pic x(11) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'EVENT'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wevent          pic x(08) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'PAYEE'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wpayee          pic x(08) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'FREEZEOVR'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wfreeze-reason  pic x(40) value space.
          02 filler pic x value low-value.
      *   FORMAT=JSON answers a browse with the JSON document of the
      *   JSONOUT copybook instead of the screen template
          02 filler pic x(15) value 'FORMAT'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wformat         pic x(04) value space.
          02 filler pic x value low-value.
      *   mode-label-area  -  the caption on each mode button, in the
      *   reader's language (catalog ids MODE0001-MODE0021, in this
      *   order); the button itself still sends the fixed mode code
      *   as MODE, so links and the audit trail never change
          02 mode-label-area.
             03 filler pic x(15) value 'LBLBROWSE'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '参照'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLSEARCH'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '検索'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLNEXT'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '次ページ'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLPREV'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '前ページ'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLADD'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '追加'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLSPLIT'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '分割追加'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLBATCH'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '一括追加'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLQUICK'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value 'クイック'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLSELECT'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '更新選択'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLUPDATE'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value 'UPDATE'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLDELETE'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '削除'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLXFER'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '振替'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLCOMMIT'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '予定'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLCLEAR'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '消込'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLADJUST'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '調整'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLIOU'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '貸借'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLREPAY'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '返済'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLREFUND'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '返金'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLRECEIPT'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '領収書'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLCLOSE'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '月締め'.
             03 filler pic x value low-value.
             03 filler pic x(15) value 'LBLREOPEN'.
             03 filler pic x value low-value.
             03 filler pic x value space.
             03 filler pic x value low-value.
             03 filler pic x(20) value '締め解除'.
             03 filler pic x value low-value.
          02 mode-label-tab redefines mode-label-area.
             03 mode-label-entry occurs 21.
                04 filler        pic x(18).
                04 mode-label    pic x(20).
                04 filler        pic x(01).
          02 delete-array    pic x(11) occurs 30 value space.
      *   split-entry-table  -  the '分割追加' input rows: one
      *   receipt's category/amount lines, posted together as a
      *   parent row plus children tied to it by wparent-key, with
      *   the date, note and member keyed once for the whole receipt;
      *   a line's event tag, when blank, is the form's EVENT
          02 split-entry-table.
             03 split-entry-array occurs 5.
                04 sent-category pic x(20).
                04 sent-money    pic x(12).
                04 sent-event    pic x(08).
      *   batch-entry-table  -  the '一括追加' input rows: a whole
      *   shopping day's receipts keyed in one round trip, validated
      *   row by row with a per-row error column so good rows post
                04 bent-member   pic x(20).
                04 bent-currency pic x(03).
                04 bent-taxclass pic x(01).
                04 bent-account  pic x(04).
                04 bent-err      pic x(20).
          02 table-rec.
             03 table-array occurs 30.
                04 tbl-key      pic x(11).
                04 wcategory    pic x(20).
                04 in-or-out    pic x(01).
                04 money        pic z(10)9.
      *         parent receipt key when the row is a split child, so
      *         the 参照 screen can fold a receipt's children under
      *         its first row as one collapsible item
                04 tbl-parent   pic x(11).
      *         marker for rows backed by a registered receipt
                04 tbl-receipt  pic x(02).
                04 tbl-account  pic x(04).

      *----------------------------------------------------------------
      *  kozukai-web-in / kozukai-web-ot  -  typed working copies used
          02 wscreenname     pic x(80).
          02 wmode           pic x(12).
          02 wdate-rec       pic x(08).
          02 wdate-sec       pic 9(03).
          02 wcategory       pic x(20).
          02 in-or-out       pic x(01).
          02 money           pic s9(09).
          02 note            pic x(40).
          02 wmember         pic x(20).
          02 sel-date-rec    pic x(08).
          02 sel-date-sec    pic 9(03).
          02 werrmsg         pic x(60).
          02 wpage-key       pic x(11).
          02 wfilter-category pic x(20).
          02 wfilter-inorout pic x(01).
          02 wfilter-member  pic x(20).
          02 wrcpt-ref       pic x(30).
          02 wrcpt-issuer    pic x(20).
          02 wrcpt-date      pic x(08).
          02 waccount        pic x(04).
          02 wfrom-account   pic x(04).
          02 wto-account     pic x(04).
          02 wfilter-account pic x(04).
          02 wrefund-of      pic x(11).
          02 wevent          pic x(08).
          02 wpayee          pic x(08).
          02 wfreeze-reason  pic x(40).
          02 wformat         pic x(04).

       01 kozukai-web-ot.
          02 wfrom-member    pic x(20).
          02 wscreenname     pic x(80).
          02 wmode           pic x(12).
          02 wdate-rec       pic x(08).
          02 wdate-sec       pic 9(03).
          02 wcategory       pic x(20).
          02 in-or-out       pic x(01).
          02 money           pic z(10)9.
          02 note            pic x(40).
          02 wmember         pic x(20).
          02 sel-date-rec    pic x(08).
          02 sel-date-sec    pic 9(03).
          02 werrmsg         pic x(60).
          02 wnext-key       pic x(11).
          02 wprev-key       pic x(11).
          02 wfilter-category pic x(20).
          02 wfilter-inorout pic x(01).
          02 wfilter-member  pic x(20).
          02 wdate-from      pic x(08).
          02 wdate-to        pic x(08).
          02 wledger         pic x(08).
          02 waccount        pic x(04).
          02 wfrom-account   pic x(04).
          02 wto-account     pic x(04).
          02 wfilter-account pic x(04).
          02 wrefund-of      pic x(11).
          02 wevent          pic x(08).
          02 wpayee          pic x(08).
          02 wfreeze-reason  pic x(40).
