       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaifurusato.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the ふるさと納税 donation register
      *  (kozukaifurusato.dat).  A donation is paid like any other
      *  OUT, so 登録 takes the ledger key of the row that paid it
      *  and the municipality it went to: the date, the amount (net
      *  of anything refunded against it) and the donor - the
      *  member on the row, whose tax it comes off - are read from
      *  the ledger, which must hold the row as an ordinary OUT not
      *  already registered.  変更 corrects the municipality,
      *  the ワンストップ特例 flag (Y once the form has gone
      *  in) or the return-gift note; an admin may 削除 a
      *  registration.
      *
      *  The screen is one year (YEAR, the current year when blank):
      *  the year's donations, and per donor the total, the number
      *  of municipalities, the income the ledger saw and the limit
      *  kozukaifurusatolimit.cob estimates from it.  A donor over
      *  the limit, or giving to more than five municipalities (the
      *  one-stop exception is lost and a tax return is needed), is
      *  flagged on the summary line, and a change that leaves its
      *  donor flagged says so in the message.  Income is the
      *  donor's yen IN rows for the year, live and archived, less
      *  refunds, adjustments and transfers - or, where the donor
      *  has payslips on file for the year, the slips' taxable gross
      *  and social insurance (kozukaipayslip.dat), which the
      *  estimate prefers.  The year-end worksheet
      *  is kozukaifurusatorpt.cob.  Every change goes through
      *  AUDIT-WRITE.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select furusato-file assign to "kozukaifurusato.dat"
           organization is indexed access mode is dynamic
           record key is fur-key
           file status is furusato-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select payslip-file assign to "kozukaipayslip.dat"
           organization is indexed access mode is dynamic
           record key is slip-key
           file status is payslip-file-fs.
        select archive-file assign to warchive-filename
           organization is indexed access mode is sequential
           record key is archive-key
           file status is archive-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd furusato-file.
       copy furusatofile.

       fd kozukai-file.
       copy kozukaifile.

       fd archive-file.
       copy kozukaiarchivefile.

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
         02 filler pic x(15) value 'YEAR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wyear-in        pic x(04) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'LEDGERKEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wledgerkey-in   pic x(11) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MUNICIPALITY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmunicipality-in pic x(30) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ONESTOP'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wonestop-in     pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NOTE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnote-in        pic x(40) value space.
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
         02 donor-list-table.
            03 donor-list-array occurs 5.
               04 ftbl-member   pic x(20).
               04 ftbl-income   pic -z(10)9.
               04 ftbl-basis    pic x(01).
               04 ftbl-limit    pic -z(8)9.
               04 ftbl-total    pic -z(8)9.
               04 ftbl-places   pic zz9.
               04 ftbl-onestop  pic zz9.
               04 ftbl-warn     pic x(60).
         02 donation-list-table.
            03 donation-list-array occurs 40.
               04 dtbl-key      pic x(11).
               04 dtbl-date     pic x(08).
               04 dtbl-member   pic x(20).
               04 dtbl-municipality pic x(30).
               04 dtbl-amount   pic -z(8)9.
               04 dtbl-onestop  pic x(01).
               04 dtbl-note     pic x(40).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy furusatolimit.

       77 rc                 pic s9(10) binary.
       01 furusato-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 archive-file-fs    pic 9(2).
       01 payslip-file-fs    pic 9(2).
       01 payslip-eof        pic x(3) value space.
       01 credentials-file-fs pic 9(2).
       01 furusato-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 archive-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 warchive-filename  pic x(30) value space.
       01 i                  pic 9(03).
       01 j                  pic 9(03).
       01 k                  pic 9(03).

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

      *  the donation amount as it stands on its ledger row: the
      *  payment less what has been refunded against it
       01 wfur-amount        pic s9(09) value zero.
      *  the donor a change just touched; a warning on that donor's
      *  summary line becomes the screen message
       01 wposted-member     pic x(20) value space.

      *  per donor for the year: donations, the distinct
      *  municipalities given to, the forms sent, the ledger income
      *  and the limit estimate made from it
       01 wdonor-table.
        02 wdonor-entry occurs 5.
         03 wdn-member       pic x(20).
         03 wdn-total        pic s9(11).
         03 wdn-places       pic 9(03).
         03 wdn-onestop      pic 9(03).
         03 wdn-income       pic s9(11).
         03 wdn-limit        pic s9(09).
       01 wdonor-count       pic 9(02) value zero.
       01 wplace-table.
        02 wplace-entry occurs 200.
         03 wpl-member       pic x(20).
         03 wpl-municipality pic x(30).
       01 wplace-count       pic 9(03) value zero.

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
            move 'furusato.html' to wscreenname of webif-rec
          end-if.

          move 'HIT' to audit-operation
          move wscreenname of webif-rec to audit-key
          move space to audit-before-detail
          move space to audit-after-detail
          perform AUDIT-WRITE.

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '登録'
           when '変更'
           when '削除'
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
            evaluate wmode of webif-rec
             when '登録'
             when '変更'
             when '削除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          anyone who may post may register or correct a
      *          donation; taking one back out is the admin's
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec = '削除'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '登録' perform REGISTER-DONATION
                    when '変更' perform CHANGE-DONATION
                    when '削除' perform DELETE-DONATION
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-DONATIONS
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
      *  REGISTER-DONATION  -  link a ledger OUT to the register: the
      *  row must exist, be an ordinary OUT (no adjustment reason)
      *  and not be registered already; the municipality is required
      *----------------------------------------------------------------
       REGISTER-DONATION section.
             if wledgerkey-in of webif-rec = space
                or wmunicipality-in of webif-rec = space
               move '家計簿キーと自治体が必要です'
                    to werrmsg of webif-rec
               go to REGISTER-DONATION-EXIT
             end-if
             perform EDIT-ONESTOP
             if werrmsg of webif-rec not = space
               go to REGISTER-DONATION-EXIT
             end-if
             if wonestop-in of webif-rec = space
               move 'N' to wonestop-in of webif-rec
             end-if

             open input kozukai-file
             if kozukai-file-fs not = zero then
               move '家計簿ファイルを開けません'
                    to werrmsg of webif-rec
               go to REGISTER-DONATION-EXIT
             end-if
             move wledgerkey-in of webif-rec to kozukai-key
             read kozukai-file
               invalid key
                 move '家計簿に該当する行がありません'
                      to werrmsg of webif-rec
             end-read
             close kozukai-file
             if werrmsg of webif-rec not = space
               go to REGISTER-DONATION-EXIT
             end-if
             if not kozukai-out
                or wreason-code of kozukai-rec not = space
               move '支出の行だけ登録できます'
                    to werrmsg of webif-rec
               go to REGISTER-DONATION-EXIT
             end-if
             compute wfur-amount =
                money of kozukai-rec - wrefunded of kozukai-rec

             open i-o furusato-file
             if furusato-file-fs not = zero then
               open output furusato-file
               close furusato-file
               open i-o furusato-file
             end-if
             if furusato-file-fs not = zero then
               move '寄附ファイルを開けません'
                    to werrmsg of webif-rec
               go to REGISTER-DONATION-EXIT
             end-if
             move wledgerkey-in of webif-rec to fur-key
             read furusato-file
               invalid key continue
               not invalid key
                 move 'この行は登録済みです'
                      to werrmsg of webif-rec
             end-read
             if werrmsg of webif-rec not = space
               close furusato-file
               go to REGISTER-DONATION-EXIT
             end-if

             initialize furusato-rec
             move wledgerkey-in of webif-rec to fur-key
             move wdate-rec of kozukai-rec   to fur-date
             move wmember of kozukai-rec     to fur-member
             move wmunicipality-in of webif-rec to fur-municipality
             move wfur-amount                to fur-amount
             move wonestop-in of webif-rec   to fur-onestop
             move wnote-in of webif-rec      to fur-note
             move wusername of webif-rec     to fur-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into fur-updated
             end-string
             write furusato-rec
               invalid key
                 move 'この行は登録済みです'
                      to werrmsg of webif-rec
             end-write
             close furusato-file
             if werrmsg of webif-rec not = space
               go to REGISTER-DONATION-EXIT
             end-if

             move 'ADD' to audit-operation
             move fur-key to audit-key
             move space to audit-before-detail
             move furusato-rec to audit-after-detail
             perform AUDIT-WRITE
             move fur-date (1:4) to wyear-in of webif-rec
             move fur-member to wposted-member
             move '寄附を登録しました' to werrmsg of webif-rec.
       REGISTER-DONATION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-DONATION  -  the municipality, the one-stop flag and
      *  the note; a blank municipality or flag leaves it as it was
      *----------------------------------------------------------------
       CHANGE-DONATION section.
             if wledgerkey-in of webif-rec = space
               move '家計簿キーを入力してください'
                    to werrmsg of webif-rec
               go to CHANGE-DONATION-EXIT
             end-if
             perform EDIT-ONESTOP
             if werrmsg of webif-rec not = space
               go to CHANGE-DONATION-EXIT
             end-if
             open i-o furusato-file
             if furusato-file-fs not = zero then
               move '寄附ファイルを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-DONATION-EXIT
             end-if
             move wledgerkey-in of webif-rec to fur-key
             read furusato-file
               invalid key
                 move '該当する寄附がありません'
                      to werrmsg of webif-rec
             end-read
             if werrmsg of webif-rec not = space
               close furusato-file
               go to CHANGE-DONATION-EXIT
             end-if

             move furusato-rec to audit-before-detail
             if wmunicipality-in of webif-rec not = space
               move wmunicipality-in of webif-rec to fur-municipality
             end-if
             if wonestop-in of webif-rec not = space
               move wonestop-in of webif-rec to fur-onestop
             end-if
             move wnote-in of webif-rec  to fur-note
             move wusername of webif-rec to fur-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into fur-updated
             end-string
             rewrite furusato-rec
             close furusato-file

             move 'CHANGE' to audit-operation
             move fur-key to audit-key
             move furusato-rec to audit-after-detail
             perform AUDIT-WRITE
             move fur-date (1:4) to wyear-in of webif-rec
             move fur-member to wposted-member
             move '寄附を変更しました' to werrmsg of webif-rec.
       CHANGE-DONATION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-ONESTOP  -  the one-stop flag is Y, N or left blank
      *----------------------------------------------------------------
       EDIT-ONESTOP section.
             if wonestop-in of webif-rec = 'y'
               move 'Y' to wonestop-in of webif-rec
             end-if
             if wonestop-in of webif-rec = 'n'
               move 'N' to wonestop-in of webif-rec
             end-if
             if wonestop-in of webif-rec not = space
                and wonestop-in of webif-rec not = 'Y'
                and wonestop-in of webif-rec not = 'N'
               move 'ワンストップ欄はYかNです'
                    to werrmsg of webif-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  DELETE-DONATION  -  take one registration back out; the
      *  ledger row is left alone, and the audit row keeps what the
      *  registration said
      *----------------------------------------------------------------
       DELETE-DONATION section.
             if wledgerkey-in of webif-rec = space
               move '家計簿キーを入力してください'
                    to werrmsg of webif-rec
               go to DELETE-DONATION-EXIT
             end-if
             open i-o furusato-file
             if furusato-file-fs not = zero then
               move '寄附ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-DONATION-EXIT
             end-if
             move wledgerkey-in of webif-rec to fur-key
             read furusato-file
               invalid key
                 move '該当する寄附がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move furusato-rec to audit-before-detail
                 delete furusato-file
                 move 'DELETE' to audit-operation
                 move fur-key to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
                 move fur-date (1:4) to wyear-in of webif-rec
                 move '寄附を削除しました'
                      to werrmsg of webif-rec
             end-read
             close furusato-file.
       DELETE-DONATION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-DONATIONS  -  the year's registrations (the key opens
      *  with the payment date, so they are one slice of the file),
      *  each at its ledger row's current amount, folded per donor;
      *  then the donors' income, limit and warnings
      *----------------------------------------------------------------
       LIST-DONATIONS section.
             move space to donor-list-table of webif-rec
             move space to donation-list-table of webif-rec
             move zero to wdonor-count
             move zero to wplace-count
             move zero to i
             if wyear-in of webif-rec = space
                or wyear-in of webif-rec not numeric
               accept wnow-date from date yyyymmdd
               move wnow-date (1:4) to wyear-in of webif-rec
             end-if

             open input furusato-file
             if furusato-file-fs not = zero then
               go to LIST-DONATIONS-EXIT
             end-if
             open input kozukai-file
             move space to furusato-eof
             move space to fur-key
             move wyear-in of webif-rec to fur-key (1:4)
             start furusato-file key is >= fur-key
               invalid key move 'EOF' to furusato-eof
             end-start
             if furusato-eof not = 'EOF'
               read furusato-file next record
                 at end move 'EOF' to furusato-eof
               end-read
             end-if
             perform until furusato-eof = 'EOF'
                or fur-date (1:4) not = wyear-in of webif-rec
               perform CURRENT-AMOUNT
               if i < 40
                 add 1 to i
                 move fur-key          to dtbl-key (i)
                 move fur-date         to dtbl-date (i)
                 move fur-member       to dtbl-member (i)
                 move fur-municipality to dtbl-municipality (i)
                 move wfur-amount      to dtbl-amount (i)
                 move fur-onestop      to dtbl-onestop (i)
                 move fur-note         to dtbl-note (i)
               end-if
               perform FOLD-DONATION
               read furusato-file next record
                 at end move 'EOF' to furusato-eof
               end-read
             end-perform
             close furusato-file

             perform varying k from 1 by 1 until k > wdonor-count
               perform DONOR-INCOME
               perform DONOR-SLIPS
               move wdn-income (k) to fsl-income
               call 'kozukaifurusatolimit' using furusato-limit-area
               move fsl-limit to wdn-limit (k)
               move wdn-member (k)  to ftbl-member (k)
               move wdn-income (k)  to ftbl-income (k)
               move fsl-basis       to ftbl-basis (k)
               move wdn-limit (k)   to ftbl-limit (k)
               move wdn-total (k)   to ftbl-total (k)
               move wdn-places (k)  to ftbl-places (k)
               move wdn-onestop (k) to ftbl-onestop (k)
               perform SET-DONOR-WARNING
               if wdn-member (k) = wposted-member
                  and ftbl-warn (k) not = space
                 move ftbl-warn (k) to werrmsg of webif-rec
               end-if
             end-perform
             if kozukai-file-fs = zero
               close kozukai-file
             end-if.
       LIST-DONATIONS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CURRENT-AMOUNT  -  the donation as its ledger row now
      *  stands (a refund since registration comes off); the
      *  registered amount when the row is gone from the live file
      *----------------------------------------------------------------
       CURRENT-AMOUNT section.
             move fur-amount to wfur-amount
             if kozukai-file-fs not = zero
               go to CURRENT-AMOUNT-EXIT
             end-if
             move fur-key to kozukai-key
             read kozukai-file
               invalid key continue
               not invalid key
                 compute wfur-amount =
                    money of kozukai-rec - wrefunded of kozukai-rec
             end-read.
       CURRENT-AMOUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FOLD-DONATION  -  the current registration into its donor's
      *  totals; a municipality not yet given to by the donor this
      *  year counts one more place
      *----------------------------------------------------------------
       FOLD-DONATION section.
             move zero to k
             perform varying j from 1 by 1 until j > wdonor-count
               if wdn-member (j) = fur-member
                 move j to k
                 exit perform
               end-if
             end-perform
             if k = zero
               if wdonor-count >= 5
                 go to FOLD-DONATION-EXIT
               end-if
               add 1 to wdonor-count
               move wdonor-count to k
               move fur-member to wdn-member (k)
               move zero to wdn-total (k)
               move zero to wdn-places (k)
               move zero to wdn-onestop (k)
               move zero to wdn-income (k)
               move zero to wdn-limit (k)
             end-if
             add wfur-amount to wdn-total (k)
             if fur-onestop-sent
               add 1 to wdn-onestop (k)
             end-if
             move zero to j
             perform varying j from 1 by 1 until j > wplace-count
               if wpl-member (j) = fur-member
                  and wpl-municipality (j) = fur-municipality
                 exit perform
               end-if
             end-perform
             if j > wplace-count and wplace-count < 200
               add 1 to wplace-count
               move fur-member to wpl-member (wplace-count)
               move fur-municipality
                 to wpl-municipality (wplace-count)
               add 1 to wdn-places (k)
             end-if.
       FOLD-DONATION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DONOR-INCOME  -  donor k's yen IN rows for the year: the
      *  live rows through the member key, less refunds, adjustments
      *  and transfers between accounts, then a closed year's
      *  archive (which keeps no refund or reason, so only transfers
      *  come out there)
      *----------------------------------------------------------------
       DONOR-INCOME section.
             move zero to wdn-income (k)
             if kozukai-file-fs not = zero
               go to DONOR-INCOME-ARCHIVE
             end-if
             move space to kozukai-eof
             move wdn-member (k) to wmember of kozukai-rec
             start kozukai-file
                key is >= wmember of kozukai-rec
               invalid key move 'EOF' to kozukai-eof
             end-start
             if kozukai-eof not = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-if
             perform until kozukai-eof = 'EOF'
                or wmember of kozukai-rec not = wdn-member (k)
               if kozukai-in
                  and wdate-rec of kozukai-rec (1:4)
                      = wyear-in of webif-rec
                  and wrefund-of of kozukai-rec = space
                  and wreason-code of kozukai-rec = space
                  and note of kozukai-rec (1:6) not = '振替'
                  and (wcurrency of kozukai-rec = space
                       or wcurrency of kozukai-rec = 'JPY')
                 add money of kozukai-rec to wdn-income (k)
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform.
       DONOR-INCOME-ARCHIVE.
             move space to warchive-filename
             string 'kozukai'                delimited size
                    wyear-in of webif-rec    delimited size
                    '.dat'                   delimited size
               into warchive-filename
             end-string
             open input archive-file
             if archive-file-fs not = zero
               go to DONOR-INCOME-EXIT
             end-if
             move space to archive-eof
             read archive-file next record
               at end move 'EOF' to archive-eof
             end-read
             perform until archive-eof = 'EOF'
               if archive-member = wdn-member (k)
                  and archive-in-or-out = '1'
                  and archive-note (1:6) not = '振替'
                  and (archive-currency = space
                       or archive-currency = 'JPY')
                 add archive-money to wdn-income (k)
               end-if
               read archive-file next record
                 at end move 'EOF' to archive-eof
               end-read
             end-perform
             close archive-file.
       DONOR-INCOME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DONOR-SLIPS  -  donor k's payslips for the year into the
      *  estimate's slip figures: the gross less the non-taxable
      *  allowance, and the three social insurance deductions; no
      *  slips leaves both zero and the ledger income stands
      *----------------------------------------------------------------
       DONOR-SLIPS section.
             move zero to fsl-slip-gross
             move zero to fsl-slip-social
             open input payslip-file
             if payslip-file-fs not = zero
               go to DONOR-SLIPS-EXIT
             end-if
             move space to payslip-eof
             move wdn-member (k) to slip-member
             move low-value to slip-paydate
             start payslip-file key is >= slip-key
               invalid key move 'EOF' to payslip-eof
             end-start
             if payslip-eof not = 'EOF'
               read payslip-file next record
                 at end move 'EOF' to payslip-eof
               end-read
             end-if
             perform until payslip-eof = 'EOF'
                or slip-member not = wdn-member (k)
               if slip-paydate (1:4) = wyear-in of webif-rec
                 compute fsl-slip-gross = fsl-slip-gross
                    + slip-gross - slip-nontaxable
                 compute fsl-slip-social = fsl-slip-social
                    + slip-health + slip-pension + slip-employment
               end-if
               read payslip-file next record
                 at end move 'EOF' to payslip-eof
               end-read
             end-perform
             close payslip-file.
       DONOR-SLIPS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-DONOR-WARNING  -  over the estimated limit, more than
      *  five municipalities (no one-stop exception), or both
      *----------------------------------------------------------------
       SET-DONOR-WARNING section.
             move space to ftbl-warn (k)
             evaluate true
               when wdn-total (k) > wdn-limit (k)
                and wdn-places (k) > 5
                 move '上限超過・6団体以上で特例不可'
                      to ftbl-warn (k)
               when wdn-total (k) > wdn-limit (k)
                 move '控除上限の目安を超えています'
                      to ftbl-warn (k)
               when wdn-places (k) > 5
                 move '6団体以上はワンストップ不可です'
                      to ftbl-warn (k)
             end-evaluate
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match a row in
      *  the credentials master before the register may be changed
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
             move 'kozukaifurusato' to audit-program
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
