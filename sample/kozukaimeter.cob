       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimeter.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the utility meter readings
      *  (kozukaimeter.dat) and the bills tied to them
      *  (kozukaiutilbill.dat).  登録 keys one reading - utility
      *  (ELEC, GAS or WATER), the date it was read and the figure
      *  on the meter - replacing one already keyed for that day.
      *  紐付 ties a bill's ledger row, which must be an ordinary
      *  OUT, to the reading period it covers: the dates of two
      *  readings already on file for the utility, earlier first.
      *  An admin may 削除 a reading no bill period rests on, or
      *  解除 a bill's link.  The screen lists the last year's
      *  readings, each with the usage since the one before, and
      *  the last year's bills with the period's usage, the bill's
      *  yen and the cost per unit; a UTILITY on the form narrows
      *  both lists to it.  The monthly report with the
      *  year-over-year comparison is kozukaiutilrpt.cob.  Every
      *  change goes through AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select meter-file assign to "kozukaimeter.dat"
           organization is indexed access mode is dynamic
           record key is meter-key
           file status is meter-file-fs.
        select util-bill-file assign to "kozukaiutilbill.dat"
           organization is indexed access mode is dynamic
           record key is ubill-key
           file status is util-bill-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd meter-file.
       copy meterfile.

       fd util-bill-file.
       copy utilbillfile.

       fd kozukai-file.
       copy kozukaifile.

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
         02 filler pic x(15) value 'UTILITY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wutility-in     pic x(06) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'READDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreaddate-in    pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'READING'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreading-in     pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnote-in        pic x(40) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'LEDGERKEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wledgerkey-in   pic x(11) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FROMDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfromdate-in    pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TODATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtodate-in      pic x(08) value space.
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
         02 reading-list-table.
            03 reading-list-array occurs 24.
               04 rtbl-utility  pic x(06).
               04 rtbl-date     pic x(08).
               04 rtbl-reading  pic z(7)9.99.
               04 rtbl-usage    pic -z(7)9.99.
               04 rtbl-note     pic x(40).
         02 bill-list-table.
            03 bill-list-array occurs 24.
               04 btbl-key      pic x(11).
               04 btbl-utility  pic x(06).
               04 btbl-from     pic x(08).
               04 btbl-to       pic x(08).
               04 btbl-usage    pic -z(7)9.99.
               04 btbl-amount   pic -z(8)9.
               04 btbl-cpu      pic -z(5)9.99.

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 meter-file-fs      pic 9(2).
       01 util-bill-file-fs  pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 meter-eof          pic x(3) value space.
       01 util-bill-eof      pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       01 j                  pic 9(03).

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

      *  reading as keyed: spaces and commas squeezed out, digits
      *  and at most one decimal point, before numval
       01 wmr-digits         pic x(12) value space.
       01 wmr-j              pic 9(03) value zero.
       01 wmr-k              pic 9(03) value zero.
       01 wmr-points         pic 9(02) value zero.
       01 wmr-bad            pic 9(02) value zero.
       01 wmr-value          pic 9(08)v9(02) value zero.

      *  the period a bill covers: the readings at either end and
      *  what the ledger row says the bill came to
       01 wfrom-reading      pic 9(08)v9(02) value zero.
       01 wto-reading        pic 9(08)v9(02) value zero.
       01 wbill-usage        pic s9(08)v9(02) value zero.
       01 wbill-amount       pic s9(09) value zero.
       01 wbill-cpu          pic s9(07)v9(02) value zero.
       01 wreading-found     pic x value 'N'.

      *  the lists cover the year back from today
       01 wcut-date          pic x(08) value space.
       01 wcut-yyyy          pic 9(04) value zero.
       01 wprev-utility      pic x(06) value space.
       01 wprev-reading      pic 9(08)v9(02) value zero.

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
            move 'meter.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '登録'
           when '削除'
           when '紐付'
           when '解除'
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
            inspect wutility-in of webif-rec
               converting 'abcdefghijklmnopqrstuvwxyz'
                       to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            evaluate wmode of webif-rec
             when '登録'
             when '削除'
             when '紐付'
             when '解除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          anyone who may post may key a reading or tie a
      *          bill; taking either back out is the admin's
                 if wlogin-role = 'viewer'
                    or ((wmode of webif-rec = '削除'
                         or wmode of webif-rec = '解除')
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '登録' perform REGISTER-READING
                    when '削除' perform DELETE-READING
                    when '紐付' perform LINK-BILL
                    when '解除' perform UNLINK-BILL
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-READINGS
            perform LIST-BILLS
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
      *  REGISTER-READING  -  one reading for a utility and day; a
      *  second reading keyed for the same day replaces the first
      *----------------------------------------------------------------
       REGISTER-READING section.
             perform EDIT-UTILITY
             if werrmsg of webif-rec not = space
               go to REGISTER-READING-EXIT
             end-if
             move wreaddate-in of webif-rec to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move '検針日が不正です' to werrmsg of webif-rec
               go to REGISTER-READING-EXIT
             end-if
             perform EDIT-READING
             if werrmsg of webif-rec not = space
               go to REGISTER-READING-EXIT
             end-if

             open i-o meter-file
             if meter-file-fs not = zero then
               open output meter-file
               close meter-file
               open i-o meter-file
             end-if
             if meter-file-fs not = zero then
               move '検針ファイルを開けません'
                    to werrmsg of webif-rec
               go to REGISTER-READING-EXIT
             end-if
             move wutility-in of webif-rec to meter-utility
             move wreaddate-in of webif-rec to meter-date
             move space to audit-before-detail
             move 'ADD' to audit-operation
             read meter-file
               invalid key continue
               not invalid key
                 move meter-rec to audit-before-detail
                 move 'CHANGE' to audit-operation
             end-read

             move wutility-in of webif-rec to meter-utility
             move wreaddate-in of webif-rec to meter-date
             move wmr-value to meter-reading
             move wnote-in of webif-rec  to meter-note
             move wusername of webif-rec to meter-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into meter-updated
             end-string
             if audit-operation = 'ADD'
               write meter-rec
                 invalid key
                   move '検針を登録できません'
                        to werrmsg of webif-rec
               end-write
             else
               rewrite meter-rec
             end-if
             close meter-file
             if werrmsg of webif-rec not = space
               go to REGISTER-READING-EXIT
             end-if

             move meter-key to audit-key
             move meter-rec to audit-after-detail
             perform AUDIT-WRITE
             move '検針を登録しました' to werrmsg of webif-rec.
       REGISTER-READING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-UTILITY  -  ELEC, GAS or WATER
      *----------------------------------------------------------------
       EDIT-UTILITY section.
             move wutility-in of webif-rec to meter-utility
             if not meter-is-elec and not meter-is-gas
                and not meter-is-water
               move '種別はELEC/GAS/WATERです'
                    to werrmsg of webif-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  EDIT-READING  -  the figure on the meter, to two places;
      *  zero is a reading (a new meter), blank is not
      *----------------------------------------------------------------
       EDIT-READING section.
             move zero to wmr-value
             move space to wmr-digits
             move zero to wmr-k
             move zero to wmr-points
             move zero to wmr-bad
             perform varying wmr-j from 1 by 1 until wmr-j > 12
               evaluate true
                 when wreading-in of webif-rec (wmr-j:1) = space
                 when wreading-in of webif-rec (wmr-j:1) = ','
                   continue
                 when wreading-in of webif-rec (wmr-j:1) numeric
                   add 1 to wmr-k
                   move wreading-in of webif-rec (wmr-j:1)
                     to wmr-digits (wmr-k:1)
                 when wreading-in of webif-rec (wmr-j:1) = '.'
                   add 1 to wmr-k
                   add 1 to wmr-points
                   move '.' to wmr-digits (wmr-k:1)
                 when other
                   add 1 to wmr-bad
               end-evaluate
             end-perform
             if wmr-k = zero or wmr-points > 1 or wmr-bad > zero
               move '検針値が不正です' to werrmsg of webif-rec
               go to EDIT-READING-EXIT
             end-if
             compute wmr-value =
                function numval (wmr-digits (1:wmr-k))
               on size error
                 move '検針値が不正です'
                      to werrmsg of webif-rec
             end-compute.
       EDIT-READING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-READING  -  take one reading back out, unless a bill
      *  period begins or ends on it
      *----------------------------------------------------------------
       DELETE-READING section.
             perform EDIT-UTILITY
             if werrmsg of webif-rec not = space
               go to DELETE-READING-EXIT
             end-if
             open input util-bill-file
             if util-bill-file-fs = zero then
               move space to util-bill-eof
               read util-bill-file next record
                 at end move 'EOF' to util-bill-eof
               end-read
               perform until util-bill-eof = 'EOF'
                 if ubill-utility = wutility-in of webif-rec
                    and (ubill-from-date = wreaddate-in of webif-rec
                         or ubill-to-date = wreaddate-in of webif-rec)
                   move '請求に紐付いた検針です'
                        to werrmsg of webif-rec
                   move 'EOF' to util-bill-eof
                 else
                   read util-bill-file next record
                     at end move 'EOF' to util-bill-eof
                   end-read
                 end-if
               end-perform
               close util-bill-file
             end-if
             if werrmsg of webif-rec not = space
               go to DELETE-READING-EXIT
             end-if

             open i-o meter-file
             if meter-file-fs not = zero then
               move '検針ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-READING-EXIT
             end-if
             move wutility-in of webif-rec to meter-utility
             move wreaddate-in of webif-rec to meter-date
             read meter-file
               invalid key
                 move '該当する検針がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move meter-rec to audit-before-detail
                 delete meter-file
                 move 'DELETE' to audit-operation
                 move meter-key to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
                 move '検針を削除しました'
                      to werrmsg of webif-rec
             end-read
             close meter-file.
       DELETE-READING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LINK-BILL  -  tie a ledger OUT to the period between two
      *  readings of one utility; the row must be an ordinary OUT
      *  and both readings on file.  Linking a row already linked
      *  moves it to the new period.
      *----------------------------------------------------------------
       LINK-BILL section.
             if wledgerkey-in of webif-rec = space
               move '家計簿キーを入力してください'
                    to werrmsg of webif-rec
               go to LINK-BILL-EXIT
             end-if
             perform EDIT-UTILITY
             if werrmsg of webif-rec not = space
               go to LINK-BILL-EXIT
             end-if
             if wfromdate-in of webif-rec = space
                or wtodate-in of webif-rec = space
                or wfromdate-in of webif-rec
                   not < wtodate-in of webif-rec
               move '検針期間が不正です'
                    to werrmsg of webif-rec
               go to LINK-BILL-EXIT
             end-if

             open input meter-file
             if meter-file-fs not = zero then
               move '検針ファイルを開けません'
                    to werrmsg of webif-rec
               go to LINK-BILL-EXIT
             end-if
             move wutility-in of webif-rec to meter-utility
             move wfromdate-in of webif-rec to meter-date
             read meter-file
               invalid key
                 move '期間の始めの検針がありません'
                      to werrmsg of webif-rec
             end-read
             move wutility-in of webif-rec to meter-utility
             move wtodate-in of webif-rec to meter-date
             read meter-file
               invalid key
                 move '期間の終りの検針がありません'
                      to werrmsg of webif-rec
             end-read
             close meter-file
             if werrmsg of webif-rec not = space
               go to LINK-BILL-EXIT
             end-if

             open input kozukai-file
             if kozukai-file-fs not = zero then
               move '家計簿ファイルを開けません'
                    to werrmsg of webif-rec
               go to LINK-BILL-EXIT
             end-if
             move wledgerkey-in of webif-rec to kozukai-key
             read kozukai-file
               invalid key
                 move '家計簿に該当する行がありません'
                      to werrmsg of webif-rec
             end-read
             close kozukai-file
             if werrmsg of webif-rec not = space
               go to LINK-BILL-EXIT
             end-if
             if not kozukai-out
                or wreason-code of kozukai-rec not = space
               move '支出の行だけ紐付けできます'
                    to werrmsg of webif-rec
               go to LINK-BILL-EXIT
             end-if

             open i-o util-bill-file
             if util-bill-file-fs not = zero then
               open output util-bill-file
               close util-bill-file
               open i-o util-bill-file
             end-if
             if util-bill-file-fs not = zero then
               move '請求ファイルを開けません'
                    to werrmsg of webif-rec
               go to LINK-BILL-EXIT
             end-if
             move wledgerkey-in of webif-rec to ubill-key
             move space to audit-before-detail
             move 'ADD' to audit-operation
             read util-bill-file
               invalid key continue
               not invalid key
                 move util-bill-rec to audit-before-detail
                 move 'CHANGE' to audit-operation
             end-read

             move wledgerkey-in of webif-rec to ubill-key
             move wutility-in of webif-rec  to ubill-utility
             move wfromdate-in of webif-rec to ubill-from-date
             move wtodate-in of webif-rec   to ubill-to-date
             compute ubill-amount =
                money of kozukai-rec - wrefunded of kozukai-rec
             move wusername of webif-rec    to ubill-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into ubill-updated
             end-string
             if audit-operation = 'ADD'
               write util-bill-rec
                 invalid key
                   move '請求を紐付けできません'
                        to werrmsg of webif-rec
               end-write
             else
               rewrite util-bill-rec
             end-if
             close util-bill-file
             if werrmsg of webif-rec not = space
               go to LINK-BILL-EXIT
             end-if

             move ubill-key to audit-key
             move util-bill-rec to audit-after-detail
             perform AUDIT-WRITE
             move '請求を紐付けました' to werrmsg of webif-rec.
       LINK-BILL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  UNLINK-BILL  -  take a bill's link back out; the ledger row
      *  and the readings are left alone
      *----------------------------------------------------------------
       UNLINK-BILL section.
             if wledgerkey-in of webif-rec = space
               move '家計簿キーを入力してください'
                    to werrmsg of webif-rec
               go to UNLINK-BILL-EXIT
             end-if
             open i-o util-bill-file
             if util-bill-file-fs not = zero then
               move '請求ファイルを開けません'
                    to werrmsg of webif-rec
               go to UNLINK-BILL-EXIT
             end-if
             move wledgerkey-in of webif-rec to ubill-key
             read util-bill-file
               invalid key
                 move '該当する紐付けがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move util-bill-rec to audit-before-detail
                 delete util-bill-file
                 move 'DELETE' to audit-operation
                 move ubill-key to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
                 move '紐付けを解除しました'
                      to werrmsg of webif-rec
             end-read
             close util-bill-file.
       UNLINK-BILL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-CUT-DATE  -  today a year ago, where both lists start
      *----------------------------------------------------------------
       SET-CUT-DATE section.
             accept wnow-date from date yyyymmdd
             move wnow-date (1:4) to wcut-yyyy
             subtract 1 from wcut-yyyy
             move wnow-date to wcut-date
             move wcut-yyyy to wcut-date (1:4)
             exit.

      *----------------------------------------------------------------
      *  LIST-READINGS  -  the year's readings in utility and date
      *  order, each with the usage since the reading before it
      *  (which may itself be older than the year); past 24 rows
      *  the oldest drop off the top
      *----------------------------------------------------------------
       LIST-READINGS section.
             move space to reading-list-table of webif-rec
             move zero to i
             perform SET-CUT-DATE
             open input meter-file
             if meter-file-fs not = zero
               go to LIST-READINGS-EXIT
             end-if
             move space to wprev-utility
             move space to meter-eof
             read meter-file next record
               at end move 'EOF' to meter-eof
             end-read
             perform until meter-eof = 'EOF'
               if (wutility-in of webif-rec = space
                   or meter-utility = wutility-in of webif-rec)
                  and meter-date not < wcut-date
                 if i >= 24
                   perform varying j from 1 by 1 until j >= 24
                     move reading-list-array (j + 1)
                       to reading-list-array (j)
                   end-perform
                 else
                   add 1 to i
                 end-if
                 move meter-utility to rtbl-utility (i)
                 move meter-date    to rtbl-date (i)
                 move meter-reading to rtbl-reading (i)
                 move meter-note    to rtbl-note (i)
                 if meter-utility = wprev-utility
                   compute wbill-usage =
                      meter-reading - wprev-reading
                   move wbill-usage to rtbl-usage (i)
                 else
                   move zero to rtbl-usage (i)
                 end-if
               end-if
               move meter-utility to wprev-utility
               move meter-reading to wprev-reading
               read meter-file next record
                 at end move 'EOF' to meter-eof
               end-read
             end-perform
             close meter-file.
       LIST-READINGS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-BILLS  -  the bills whose period ends inside the year,
      *  with the usage over the period, the bill as its ledger row
      *  now stands (the linked amount once the row has gone to the
      *  archive) and the cost per unit
      *----------------------------------------------------------------
       LIST-BILLS section.
             move space to bill-list-table of webif-rec
             move zero to i
             perform SET-CUT-DATE
             open input util-bill-file
             if util-bill-file-fs not = zero
               go to LIST-BILLS-EXIT
             end-if
             open input meter-file
             open input kozukai-file
             move space to util-bill-eof
             read util-bill-file next record
               at end move 'EOF' to util-bill-eof
             end-read
             perform until util-bill-eof = 'EOF'
               if (wutility-in of webif-rec = space
                   or ubill-utility = wutility-in of webif-rec)
                  and ubill-to-date not < wcut-date
                 perform WORK-BILL
                 if i >= 24
                   perform varying j from 1 by 1 until j >= 24
                     move bill-list-array (j + 1)
                       to bill-list-array (j)
                   end-perform
                 else
                   add 1 to i
                 end-if
                 move ubill-key       to btbl-key (i)
                 move ubill-utility   to btbl-utility (i)
                 move ubill-from-date to btbl-from (i)
                 move ubill-to-date   to btbl-to (i)
                 move wbill-usage     to btbl-usage (i)
                 move wbill-amount    to btbl-amount (i)
                 move wbill-cpu       to btbl-cpu (i)
               end-if
               read util-bill-file next record
                 at end move 'EOF' to util-bill-eof
               end-read
             end-perform
             close util-bill-file
             if meter-file-fs = zero
               close meter-file
             end-if
             if kozukai-file-fs = zero
               close kozukai-file
             end-if.
       LIST-BILLS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WORK-BILL  -  usage, yen and cost per unit of the current
      *  util-bill-rec; meter-file and kozukai-file are open input
      *  when they exist at all
      *----------------------------------------------------------------
       WORK-BILL section.
             move zero to wfrom-reading
             move zero to wto-reading
             move zero to wbill-usage
             move zero to wbill-cpu
             move ubill-amount to wbill-amount
             if meter-file-fs = zero
               move ubill-utility   to meter-utility
               move ubill-from-date to meter-date
               read meter-file
                 invalid key continue
                 not invalid key move meter-reading to wfrom-reading
               end-read
               move ubill-utility to meter-utility
               move ubill-to-date to meter-date
               read meter-file
                 invalid key continue
                 not invalid key move meter-reading to wto-reading
               end-read
               compute wbill-usage = wto-reading - wfrom-reading
             end-if
             if kozukai-file-fs = zero
               move ubill-key to kozukai-key
               read kozukai-file
                 invalid key continue
                 not invalid key
                   compute wbill-amount =
                      money of kozukai-rec - wrefunded of kozukai-rec
               end-read
             end-if
             if wbill-usage > zero
               compute wbill-cpu rounded = wbill-amount / wbill-usage
                 on size error move zero to wbill-cpu
               end-compute
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-DATE  -  calendar validation of wdc-date: eight
      *  digits, a real month, a real day for the month (February 29
      *  only in a leap year)
      *----------------------------------------------------------------
       CHECK-DATE section.
             set date-not-ok to true
             if wdc-date not numeric
               go to CHECK-DATE-EXIT
             end-if
             move wdc-date (1:4) to wdc-yyyy
             move wdc-date (5:2) to wdc-mm
             move wdc-date (7:2) to wdc-dd
             if wdc-mm < 1 or wdc-mm > 12
               go to CHECK-DATE-EXIT
             end-if
             evaluate wdc-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to wdc-maxdd
               when 4 when 6 when 9 when 11
                 move 30 to wdc-maxdd
               when 2
                 if function mod(wdc-yyyy, 4) = zero
                    and (function mod(wdc-yyyy, 100) not = zero
                         or function mod(wdc-yyyy, 400) = zero)
                   move 29 to wdc-maxdd
                 else
                   move 28 to wdc-maxdd
                 end-if
             end-evaluate
             if wdc-dd < 1 or wdc-dd > wdc-maxdd
               go to CHECK-DATE-EXIT
             end-if
             set date-ok to true.
       CHECK-DATE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before a reading or link may change
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
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
      *  hand it to the CGI framework's log writer
      *----------------------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaimeter' to audit-program
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
