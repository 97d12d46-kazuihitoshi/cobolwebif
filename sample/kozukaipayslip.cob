       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaipayslip.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Payslip (給与明細) CGI - the slip behind the salary IN row.
      *  The ledger only ever saw the net pay, so the gross, the
      *  withholding tax, the social insurance and the resident tax
      *  went unrecorded; here each slip is keyed as printed (member
      *  paid, pay date, S salary or B bonus, the gross including
      *  any non-taxable commuting allowance and that allowance on
      *  its own, and each deduction).  計算 shows the net the slip
      *  comes to; 登録 keeps the slip and posts the net as the IN
      *  row, through the same gates and audit kozukaiupdate.cob's
      *  追加 takes (category and member masters, open account,
      *  closed period), in the category keyed or 給与 when blank.
      *  The row's key is kept on the slip.  An admin may 削除 a
      *  slip keyed in error; the IN row it posted stays on the
      *  ledger and is deleted there if it was wrong too.  The list
      *  is the year's slips (YEAR, the pay date's year or today's)
      *  for the member on the form, or everyone's, with the year
      *  to date totals.  kozukaipayslipyr.cob prints the year for
      *  the 源泉徴収票.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select payslip-file assign to "kozukaipayslip.dat"
           organization is indexed access mode is dynamic
           record key is slip-key
           file status is payslip-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select member-file assign to "kozukaimember.dat"
           organization is indexed access mode is random
           record key is member-key
           file status is member-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is random
           record key is pacct-code
           file status is payacct-file-fs.
        select period-file assign to "kozukaiperiod.dat"
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd payslip-file.
       copy payslipfile.

       fd kozukai-file.
       copy kozukaifile.

       fd category-file.
       copy categoryfile.

       fd member-file.
       copy memberfile.

       fd payacct-file.
       copy payacctfile.

       fd period-file.
       copy periodfile.

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
         02 filler pic x(15) value 'MEMBER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmember-in      pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpaydate-in     pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'KIND'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wkind-in        pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'GROSS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wgross-in       pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'NONTAXABLE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnontax-in      pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'INCOMETAX'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wincometax-in   pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'RESIDENTTAX'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wresident-in    pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'HEALTH'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 whealth-in      pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PENSION'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpension-in     pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'EMPLOYMENT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wemploy-in      pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'OTHERDEDUCT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wother-in       pic x(12) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CATEGORY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcategory-in    pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ACCOUNT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 waccount-in     pic x(04) value space.
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
         02 filler pic x(15) value 'NETPAY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wnetpay         pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TOTALGROSS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtotal-gross    pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TOTALTAX'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtotal-tax      pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TOTALSOCIAL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtotal-social   pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TOTALNET'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtotal-net      pic -z(9)9 value zero.
         02 filler pic x value low-value.
         02 slip-list-table.
            03 slip-list-array occurs 30.
               04 stbl-member   pic x(20).
               04 stbl-paydate  pic x(08).
               04 stbl-kind     pic x(01).
               04 stbl-gross    pic -z(8)9.
               04 stbl-tax      pic -z(8)9.
               04 stbl-social   pic -z(8)9.
               04 stbl-resident pic -z(8)9.
               04 stbl-other    pic -z(8)9.
               04 stbl-net      pic -z(8)9.
               04 stbl-ledger-key pic x(11).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 payslip-file-fs    pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 category-file-fs   pic 9(2).
       01 member-file-fs     pic 9(2).
       01 payacct-file-fs    pic 9(2).
       01 period-file-fs     pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 payslip-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

      *  an amount as keyed: spaces and commas squeezed out before
      *  numval, the template screen's rule; blank is zero, for a
      *  slip shows no line for a deduction it does not take
       01 wpm-input          pic x(12) value space.
       01 wpm-digits         pic x(12) value space.
       01 wpm-j              pic 9(03) value zero.
       01 wpm-k              pic 9(03) value zero.
       01 wpm-value          pic s9(09) value zero.
       01 amount-ok-flag     pic x value 'Y'.
        88 amount-ok            value 'Y'.
        88 amount-not-ok        value 'N'.

      *  the slip as edited off the form
       01 wslip-gross        pic s9(09) value zero.
       01 wslip-nontax       pic s9(09) value zero.
       01 wslip-tax          pic s9(09) value zero.
       01 wslip-resident     pic s9(09) value zero.
       01 wslip-health       pic s9(09) value zero.
       01 wslip-pension      pic s9(09) value zero.
       01 wslip-employ       pic s9(09) value zero.
       01 wslip-other        pic s9(09) value zero.
       01 wslip-net          pic s9(09) value zero.
       01 slip-ok-flag       pic x value 'N'.
        88 slip-ok              value 'Y'.
        88 slip-not-ok          value 'N'.

      *  year to date over the listed slips
       01 wsum-gross         pic s9(11) value zero.
       01 wsum-tax           pic s9(11) value zero.
       01 wsum-social        pic s9(11) value zero.
       01 wsum-net           pic s9(11) value zero.
       01 wslip-social       pic s9(09) value zero.

       01 wclosed-ym         pic x(06) value space.
       01 wseq-sec           pic 9(04) value zero.
       01 category-ok-flag   pic x value 'N'.
        88 category-ok          value 'Y'.
        88 category-not-ok      value 'N'.
       01 member-ok-flag     pic x value 'Y'.
        88 member-ok            value 'Y'.
        88 member-not-ok        value 'N'.
       01 account-ok-flag    pic x value 'Y'.
        88 account-ok           value 'Y'.
        88 account-not-ok       value 'N'.
       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
        88 posted-not-ok        value 'N'.

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
            move 'payslip.html' to wscreenname of webif-rec
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
             when '計算'
               perform EDIT-SLIP
             when '登録'
             when '削除'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
      *          anyone who may post may key a slip; taking one
      *          back out is the admin's
                 if wlogin-role = 'viewer'
                    or (wmode of webif-rec = '削除'
                        and wlogin-role not = 'admin')
                   move '権限がありません'
                        to werrmsg of webif-rec
                 else
                   evaluate wmode of webif-rec
                    when '登録'
                      perform EDIT-SLIP
                      if slip-ok
                        perform REGISTER-SLIP
                      end-if
                    when '削除' perform DELETE-SLIP
                   end-evaluate
                 end-if
               end-if
             when other
               continue
            end-evaluate
            perform LIST-SLIPS
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
      *  EDIT-SLIP  -  the form into wslip-*: member and a real pay
      *  date required, kind S or B (S when blank), a gross above
      *  zero, the deductions zero or more, and a net above zero;
      *  the net goes back onto the screen
      *----------------------------------------------------------------
       EDIT-SLIP section.
             set slip-not-ok to true
             if wmember-in of webif-rec = space
                or wpaydate-in of webif-rec = space
               move 'メンバーと支給日が必要です'
                    to werrmsg of webif-rec
               go to EDIT-SLIP-EXIT
             end-if
             move wpaydate-in of webif-rec to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move '日付が不正です(YYYYMMDD)'
                    to werrmsg of webif-rec
               go to EDIT-SLIP-EXIT
             end-if
             if wkind-in of webif-rec = space
               move 'S' to wkind-in of webif-rec
             end-if
             if wkind-in of webif-rec not = 'S'
                and wkind-in of webif-rec not = 'B'
               move '種別はS(給与)かB(賞与)です'
                    to werrmsg of webif-rec
               go to EDIT-SLIP-EXIT
             end-if

             move wgross-in of webif-rec to wpm-input
             perform EDIT-AMOUNT
             move wpm-value to wslip-gross
             if amount-ok
               move wnontax-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-nontax
             end-if
             if amount-ok
               move wincometax-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-tax
             end-if
             if amount-ok
               move wresident-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-resident
             end-if
             if amount-ok
               move whealth-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-health
             end-if
             if amount-ok
               move wpension-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-pension
             end-if
             if amount-ok
               move wemploy-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-employ
             end-if
             if amount-ok
               move wother-in of webif-rec to wpm-input
               perform EDIT-AMOUNT
               move wpm-value to wslip-other
             end-if
             if amount-not-ok
                or wslip-gross not > zero
                or wslip-nontax > wslip-gross
               move '金額が不正です'
                    to werrmsg of webif-rec
               go to EDIT-SLIP-EXIT
             end-if

             compute wslip-net = wslip-gross
                               - wslip-tax
                               - wslip-resident
                               - wslip-health
                               - wslip-pension
                               - wslip-employ
                               - wslip-other
             move wslip-net to wnetpay of webif-rec
             if wslip-net not > zero
               move '差引支給額が0以下です'
                    to werrmsg of webif-rec
               go to EDIT-SLIP-EXIT
             end-if
             set slip-ok to true.
       EDIT-SLIP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-AMOUNT  -  wpm-input into wpm-value, whole yen; blank
      *  is zero, anything but digits (and commas) is refused
      *----------------------------------------------------------------
       EDIT-AMOUNT section.
             set amount-ok to true
             move zero to wpm-value
             move space to wpm-digits
             move zero to wpm-k
             perform varying wpm-j from 1 by 1 until wpm-j > 12
               if wpm-input (wpm-j:1) not = space
                  and wpm-input (wpm-j:1) not = ','
                 add 1 to wpm-k
                 move wpm-input (wpm-j:1) to wpm-digits (wpm-k:1)
               end-if
             end-perform
             if wpm-k = zero
               go to EDIT-AMOUNT-EXIT
             end-if
             if wpm-digits (1:wpm-k) not numeric
               set amount-not-ok to true
               go to EDIT-AMOUNT-EXIT
             end-if
             compute wpm-value =
                function numval (wpm-digits (1:wpm-k))
               on size error
                 set amount-not-ok to true
             end-compute.
       EDIT-AMOUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REGISTER-SLIP  -  a slip not already on file for the member
      *  and pay date: the 追加 gates, then the net posted as the IN
      *  row and the slip kept with that row's key
      *----------------------------------------------------------------
       REGISTER-SLIP section.
             if wcategory-in of webif-rec = space
               move '給与' to wcategory-in of webif-rec
             end-if
             perform CHECK-CATEGORY
             if category-not-ok
               move '未登録の分類です'
                    to werrmsg of webif-rec
               go to REGISTER-SLIP-EXIT
             end-if
             perform CHECK-MEMBER
             if member-not-ok
               move '未登録のメンバーです'
                    to werrmsg of webif-rec
               go to REGISTER-SLIP-EXIT
             end-if
             perform CHECK-ACCOUNT
             if account-not-ok
               move '未登録または閉鎖済の口座です'
                    to werrmsg of webif-rec
               go to REGISTER-SLIP-EXIT
             end-if
             perform GET-CLOSED-PERIOD
             if wclosed-ym not = space
                and wpaydate-in of webif-rec (1:6) not > wclosed-ym
               move '締め済みの月のため登録できません'
                    to werrmsg of webif-rec
               go to REGISTER-SLIP-EXIT
             end-if

             open i-o payslip-file
             if payslip-file-fs not = zero then
               open output payslip-file
               close payslip-file
               open i-o payslip-file
             end-if
             if payslip-file-fs not = zero then
               move '明細ファイルを開けません'
                    to werrmsg of webif-rec
               go to REGISTER-SLIP-EXIT
             end-if
             move wmember-in of webif-rec  to slip-member
             move wpaydate-in of webif-rec to slip-paydate
             read payslip-file
               invalid key continue
               not invalid key
                 move '同じ支給日の明細が登録済みです'
                      to werrmsg of webif-rec
             end-read
             if werrmsg of webif-rec not = space
               close payslip-file
               go to REGISTER-SLIP-EXIT
             end-if

             perform POST-NET-PAY
             if posted-not-ok
               close payslip-file
               go to REGISTER-SLIP-EXIT
             end-if

             initialize payslip-rec
             move wmember-in of webif-rec   to slip-member
             move wpaydate-in of webif-rec  to slip-paydate
             move wkind-in of webif-rec     to slip-kind
             move wslip-gross               to slip-gross
             move wslip-nontax              to slip-nontaxable
             move wslip-tax                 to slip-income-tax
             move wslip-resident            to slip-resident-tax
             move wslip-health              to slip-health
             move wslip-pension             to slip-pension
             move wslip-employ              to slip-employment
             move wslip-other               to slip-other
             move wslip-net                 to slip-net
             move wcategory-in of webif-rec to slip-category
             move waccount-in of webif-rec  to slip-account
             move kozukai-key of kozukai-rec to slip-ledger-key
             move wnote-in of webif-rec     to slip-note
             move wusername of webif-rec    to slip-user
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into slip-updated
             end-string
             write payslip-rec
             close payslip-file

             move 'ADD' to audit-operation
             move space to audit-key
             string slip-paydate delimited size
                    slip-member  delimited size
               into audit-key
             end-string
             move space to audit-before-detail
             move payslip-rec to audit-after-detail
             perform AUDIT-WRITE
             move slip-paydate (1:4) to wyear-in of webif-rec
             move '明細を登録しました'
                  to werrmsg of webif-rec.
       REGISTER-SLIP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  POST-NET-PAY  -  the net as an IN row on the pay date, the
      *  first free sequence of the day, audited as 追加 audits
      *----------------------------------------------------------------
       POST-NET-PAY section.
             set posted-not-ok to true
             open i-o kozukai-file
             if kozukai-file-fs not = zero
               open output kozukai-file
               close kozukai-file
               open i-o kozukai-file
             end-if
             if kozukai-file-fs not = zero
               move '台帳ファイルを開けません'
                    to werrmsg of webif-rec
               go to POST-NET-PAY-EXIT
             end-if

             initialize kozukai-rec
             move wpaydate-in of webif-rec to wdate-rec of kozukai-rec
             move wcategory-in of webif-rec to wcategory of kozukai-rec
             move '1' to in-or-out of kozukai-rec
             move wslip-net to money of kozukai-rec
             if wnote-in of webif-rec not = space
               move wnote-in of webif-rec to note of kozukai-rec
             else
               if wkind-in of webif-rec = 'B'
                 move '賞与 手取り' to note of kozukai-rec
               else
                 move '給与 手取り' to note of kozukai-rec
               end-if
             end-if
             move wmember-in of webif-rec to wmember of kozukai-rec
             move 'JPY' to wcurrency of kozukai-rec
             move waccount-in of webif-rec to waccount of kozukai-rec

             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or posted-ok
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 not invalid key set posted-ok to true
               end-write
             end-perform
             close kozukai-file

             if posted-not-ok
               move '手取りを計上できません'
                    to werrmsg of webif-rec
               go to POST-NET-PAY-EXIT
             end-if

             move 'ADD' to audit-operation
             move kozukai-key of kozukai-rec to audit-key
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-before-detail
             move wcategory of kozukai-rec to audit-after-category
             move in-or-out of kozukai-rec to audit-after-inorout
             move money     of kozukai-rec to audit-after-money
             move note      of kozukai-rec to audit-after-note
             move space to audit-after-detail
             perform AUDIT-WRITE.
       POST-NET-PAY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-SLIP  -  take one slip back out; the IN row it
      *  posted is the ledger's to delete, and the audit row keeps
      *  what the slip said
      *----------------------------------------------------------------
       DELETE-SLIP section.
             if wmember-in of webif-rec = space
                or wpaydate-in of webif-rec = space
               move 'メンバーと支給日が必要です'
                    to werrmsg of webif-rec
               go to DELETE-SLIP-EXIT
             end-if
             open i-o payslip-file
             if payslip-file-fs not = zero then
               move '明細ファイルを開けません'
                    to werrmsg of webif-rec
               go to DELETE-SLIP-EXIT
             end-if
             move wmember-in of webif-rec  to slip-member
             move wpaydate-in of webif-rec to slip-paydate
             read payslip-file
               invalid key
                 move '該当する明細がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move payslip-rec to audit-before-detail
                 delete payslip-file
                 move 'DELETE' to audit-operation
                 move space to audit-key
                 string slip-paydate delimited size
                        slip-member  delimited size
                   into audit-key
                 end-string
                 move space to audit-after-detail
                 perform AUDIT-WRITE
                 move slip-paydate (1:4) to wyear-in of webif-rec
                 move '明細を削除しました'
                      to werrmsg of webif-rec
             end-read
             close payslip-file.
       DELETE-SLIP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-SLIPS  -  the year's slips, the member's when one is on
      *  the form, with the year-to-date totals over what is listed
      *----------------------------------------------------------------
       LIST-SLIPS section.
             move space to slip-list-table of webif-rec
             move zero to i
             move zero to wsum-gross
             move zero to wsum-tax
             move zero to wsum-social
             move zero to wsum-net
             if wyear-in of webif-rec = space
                or wyear-in of webif-rec not numeric
               if wpaydate-in of webif-rec numeric
                 move wpaydate-in of webif-rec (1:4)
                   to wyear-in of webif-rec
               else
                 accept wnow-date from date yyyymmdd
                 move wnow-date (1:4) to wyear-in of webif-rec
               end-if
             end-if
             open input payslip-file
             if payslip-file-fs not = zero then
               go to LIST-SLIPS-EXIT
             end-if
             move space to payslip-eof
             if wmember-in of webif-rec not = space
               move wmember-in of webif-rec to slip-member
               move low-value to slip-paydate
               start payslip-file key is >= slip-key
                 invalid key move 'EOF' to payslip-eof
               end-start
             end-if
             if payslip-eof not = 'EOF'
               read payslip-file next record
                 at end move 'EOF' to payslip-eof
               end-read
             end-if
             perform until payslip-eof = 'EOF'
               if wmember-in of webif-rec not = space
                  and slip-member not = wmember-in of webif-rec
                 move 'EOF' to payslip-eof
               else
                 if slip-paydate (1:4) = wyear-in of webif-rec
                   perform LIST-ONE-SLIP
                 end-if
                 read payslip-file next record
                   at end move 'EOF' to payslip-eof
                 end-read
               end-if
             end-perform
             close payslip-file.
       LIST-SLIPS-EXIT.
             move wsum-gross  to wtotal-gross of webif-rec
             move wsum-tax    to wtotal-tax of webif-rec
             move wsum-social to wtotal-social of webif-rec
             move wsum-net    to wtotal-net of webif-rec
             exit.

      *----------------------------------------------------------------
      *  LIST-ONE-SLIP  -  the current slip into the totals, and onto
      *  the table while there is room
      *----------------------------------------------------------------
       LIST-ONE-SLIP section.
             compute wslip-social =
                slip-health + slip-pension + slip-employment
             add slip-gross      to wsum-gross
             add slip-income-tax to wsum-tax
             add wslip-social    to wsum-social
             add slip-net        to wsum-net
             if i < 30
               add 1 to i
               move slip-member       to stbl-member (i)
               move slip-paydate      to stbl-paydate (i)
               move slip-kind         to stbl-kind (i)
               move slip-gross        to stbl-gross (i)
               move slip-income-tax   to stbl-tax (i)
               move wslip-social      to stbl-social (i)
               move slip-resident-tax to stbl-resident (i)
               move slip-other        to stbl-other (i)
               move slip-net          to stbl-net (i)
               move slip-ledger-key   to stbl-ledger-key (i)
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CATEGORY  -  the category must be in the master
      *----------------------------------------------------------------
       CHECK-CATEGORY section.
             set category-not-ok to true
             move wcategory-in of webif-rec to category-key
             open input category-file
             if category-file-fs = zero then
               read category-file
                 invalid key set category-not-ok to true
                 not invalid key set category-ok to true
               end-read
               close category-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-MEMBER  -  the member paid must be in the member
      *  master and not have left before the pay date; a master that
      *  does not exist yet passes everything, the kozukaiupdate.cob
      *  rule
      *----------------------------------------------------------------
       CHECK-MEMBER section.
             set member-ok to true
             open input member-file
             if member-file-fs not = zero
               go to CHECK-MEMBER-EXIT
             end-if
             move wmember-in of webif-rec to member-key
             read member-file
               invalid key set member-not-ok to true
               not invalid key
                 if member-departed
                    and member-leave-date not = space
                    and wpaydate-in of webif-rec > member-leave-date
                   set member-not-ok to true
                 end-if
             end-read
             close member-file.
       CHECK-MEMBER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-ACCOUNT  -  the account paid into must be open; a
      *  blank account (the household default) passes, and a master
      *  that does not exist yet passes everything
      *----------------------------------------------------------------
       CHECK-ACCOUNT section.
             set account-ok to true
             if waccount-in of webif-rec = space
               go to CHECK-ACCOUNT-EXIT
             end-if
             open input payacct-file
             if payacct-file-fs not = zero
               go to CHECK-ACCOUNT-EXIT
             end-if
             move waccount-in of webif-rec to pacct-code
             read payacct-file
               invalid key set account-not-ok to true
               not invalid key
                 if pacct-closed
                   set account-not-ok to true
                 end-if
             end-read
             close payacct-file.
       CHECK-ACCOUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GET-CLOSED-PERIOD  -  read the last closed YYYYMM from the
      *  period-control file; a missing file or row means no month
      *  has ever been closed, so nothing is locked
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
      *  CHECK-DATE  -  the pay date must be a real calendar date
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
      *  the credentials master before a slip may be kept
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
             move 'kozukaipayslip' to audit-program
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
