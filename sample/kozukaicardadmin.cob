       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaicardadmin.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Maintenance CGI for the credit-card master (kozukaicard.dat)
      *  and its statements (kozukaicardstmt.dat).  Lists every card
      *  with its closing day, pay day and debit account, and every
      *  statement not yet debited, and lets a credentialed user add,
      *  change or delete a card.  照合 checks a closed statement
      *  against the card company's own figure: the cycle is summed
      *  again from the ledger (so a purchase keyed late since the
      *  close is picked up), the statement takes the fresh total,
      *  and it goes to agreed when the figures match or is held
      *  when they do not - kozukaicardbill.cob posts no debit for a
      *  held statement.  Keying the figure again after the ledger
      *  is put right releases it.  Every change goes through
      *  AUDIT-WRITE.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select card-file assign to "kozukaicard.dat"
           organization is indexed access mode is dynamic
           record key is card-code
           file status is card-file-fs.
        select cardstmt-file assign to "kozukaicardstmt.dat"
           organization is indexed access mode is dynamic
           record key is cstmt-key
           file status is cardstmt-file-fs.
        select payacct-file assign to "kozukaipayacct.dat"
           organization is indexed access mode is random
           record key is pacct-code
           file status is payacct-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is dynamic
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is sequential
           record key is rate-key
           file status is rate-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd card-file.
       copy cardfile.

       fd cardstmt-file.
       copy cardstmtfile.

       fd payacct-file.
       copy payacctfile.

       fd kozukai-file.
       copy kozukaifile.

       fd rate-file.
       copy ratefile.

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
         02 filler pic x(15) value 'CARD'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcard           pic x(04) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CARDNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcard-name      pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CLOSEDAY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wclose-day-in   pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYDAY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpay-day-in     pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'PAYMONTHS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wpay-months-in  pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'BANKACCT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wbank-in        pic x(04) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'SHIFT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wshift-in       pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CATEGORY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcategory-in    pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'MEMBER'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wmember-in      pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CHECKREQ'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcheck-in       pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CARDSTATUS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcard-status    pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CLOSEDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wclose-date-in  pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ISSUERTOTAL'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wissuer-in      pic x(12) value space.
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
         02 card-list-table.
            03 card-list-array occurs 20.
               04 ctbl-code      pic x(04).
               04 ctbl-name      pic x(20).
               04 ctbl-close-day pic 9(02).
               04 ctbl-pay-day   pic 9(02).
               04 ctbl-pay-months pic 9(01).
               04 ctbl-bank      pic x(04).
               04 ctbl-shift     pic x(01).
               04 ctbl-check     pic x(01).
               04 ctbl-status    pic x(01).
         02 stmt-list-table.
            03 stmt-list-array occurs 20.
               04 stbl-card      pic x(04).
               04 stbl-close     pic x(08).
               04 stbl-due       pic x(08).
               04 stbl-total     pic -z(9)9.
               04 stbl-issuer    pic -z(9)9.
               04 stbl-status    pic x(01).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 card-file-fs       pic 9(2).
       01 cardstmt-file-fs   pic 9(2).
       01 payacct-file-fs    pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 card-eof           pic x(3) value space.
       01 cardstmt-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).

      *  照合 working fields: the issuer's figure as keyed, and the
      *  cycle summed afresh off the ledger
       01 wci-digits         pic x(12) value space.
       01 wci-j              pic 9(03) value zero.
       01 wci-k              pic 9(03) value zero.
       01 wissuer-total      pic s9(10) value zero.
       01 wcycle-total       pic s9(10) value zero.
       01 wcycle-rows        pic 9(05) value zero.
       01 wdisp-amount       pic -z(9)9.

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.

       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY, so the
      *  re-summed cycle converts exactly as kozukaicardbill.cob
      *  converted it at the close
      *----------------------------------------------------------------
       01 rate-file-fs       pic 9(2).
       01 rate-eof           pic x(3) value space.
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
            move 'cardadmin.html' to wscreenname of webif-rec
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

          move 'kozukai_lock' to lc-lock-file.
          evaluate wmode of webif-rec
           when '追加'
           when '変更'
           when '削除'
           when '照合'
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
             when '追加'
             when '変更'
             when '削除'
             when '照合'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                      to werrmsg of webif-rec
               else
                 evaluate wmode of webif-rec
                  when '追加' perform ADD-CARD
                  when '変更' perform CHANGE-CARD
                  when '削除' perform DELETE-CARD
                  when '照合' perform CHECK-STATEMENT
                 end-evaluate
               end-if
             when other
               continue
            end-evaluate
            perform LIST-CARDS
            perform LIST-STATEMENTS
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
      *  ADD-CARD  -  write a new card row.  The code must be a card
      *  (type K) in the payment-account master and the debit
      *  account a bank or cash account there, whenever that master
      *  exists; the days and flags are checked by EDIT-CARD-FIELDS.
      *----------------------------------------------------------------
       ADD-CARD section.
             if wcard of webif-rec = space
                or wcard-name of webif-rec = space
               move 'コードと名称を入力してください'
                    to werrmsg of webif-rec
               go to ADD-CARD-EXIT
             end-if
             if wclose-day-in of webif-rec = space
                or wpay-day-in of webif-rec = space
               move '締日と支払日を入力してください'
                    to werrmsg of webif-rec
               go to ADD-CARD-EXIT
             end-if
             perform EDIT-CARD-FIELDS
             if werrmsg of webif-rec not = space
               go to ADD-CARD-EXIT
             end-if
             open i-o card-file
             if card-file-fs not = zero then
               open output card-file
               close card-file
               open i-o card-file
             end-if
             initialize card-rec
             move wcard of webif-rec to card-code
             move wcard-name of webif-rec to card-name
             move wclose-day-in of webif-rec to card-close-day
             move wpay-day-in of webif-rec to card-pay-day
             if wpay-months-in of webif-rec = space
               move 1 to card-pay-months
             else
               move wpay-months-in of webif-rec to card-pay-months
             end-if
             move wbank-in of webif-rec to card-bank-account
             move wshift-in of webif-rec to card-shift
             move wcategory-in of webif-rec to card-category
             move wmember-in of webif-rec to card-member
             move wcheck-in of webif-rec to card-check
             move 'A' to card-status
             perform STAMP-CARD
             write card-rec
               invalid key
                 move '既に登録されているカードです'
                      to werrmsg of webif-rec
               not invalid key
                 move 'ADD' to audit-operation
                 move card-code to audit-key
                 move space to audit-before-detail
                 move card-rec to audit-after-detail
                 perform AUDIT-WRITE
             end-write
             close card-file.
       ADD-CARD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-CARD-FIELDS  -  the form's days, months, shift and
      *  check flag, and the card and debit accounts against the
      *  payment-account master; a blank field is left for the
      *  caller to default or keep
      *----------------------------------------------------------------
       EDIT-CARD-FIELDS section.
             if wclose-day-in of webif-rec not = space
               if wclose-day-in of webif-rec not numeric
                  or wclose-day-in of webif-rec < '01'
                  or wclose-day-in of webif-rec > '31'
                 move '締日は01-31で指定してください'
                      to werrmsg of webif-rec
                 go to EDIT-CARD-FIELDS-EXIT
               end-if
             end-if
             if wpay-day-in of webif-rec not = space
               if wpay-day-in of webif-rec not numeric
                  or wpay-day-in of webif-rec < '01'
                  or wpay-day-in of webif-rec > '31'
                 move '支払日は01-31で指定してください'
                      to werrmsg of webif-rec
                 go to EDIT-CARD-FIELDS-EXIT
               end-if
             end-if
             if wpay-months-in of webif-rec not = space
               if wpay-months-in of webif-rec not numeric
                  or wpay-months-in of webif-rec > '3'
                 move '支払月は0-3で指定してください'
                      to werrmsg of webif-rec
                 go to EDIT-CARD-FIELDS-EXIT
               end-if
             end-if
             if wshift-in of webif-rec not = space
                and wshift-in of webif-rec not = 'F'
                and wshift-in of webif-rec not = 'B'
               move 'シフトは空白かFかBです'
                    to werrmsg of webif-rec
               go to EDIT-CARD-FIELDS-EXIT
             end-if
             if wcheck-in of webif-rec not = space
                and wcheck-in of webif-rec not = 'Y'
               move '照合要否は空白かYです'
                    to werrmsg of webif-rec
               go to EDIT-CARD-FIELDS-EXIT
             end-if

             open input payacct-file
             if payacct-file-fs not = zero
               go to EDIT-CARD-FIELDS-EXIT
             end-if
             if wmode of webif-rec = '追加'
               move wcard of webif-rec to pacct-code
               read payacct-file
                 invalid key
                   move '口座マスタにないカードです'
                        to werrmsg of webif-rec
                 not invalid key
                   if not pacct-card
                     move 'カード(K)の口座ではありません'
                          to werrmsg of webif-rec
                   end-if
               end-read
             end-if
             if werrmsg of webif-rec = space
                and wbank-in of webif-rec not = space
               move wbank-in of webif-rec to pacct-code
               read payacct-file
                 invalid key
                   move '引落口座がありません'
                        to werrmsg of webif-rec
                 not invalid key
                   if pacct-card or pacct-closed
                     move '引落口座には使えない口座です'
                          to werrmsg of webif-rec
                   end-if
               end-read
             end-if
             close payacct-file.
       EDIT-CARD-FIELDS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHANGE-CARD  -  any field keyed on the form replaces the
      *  card's; a blank one leaves it as it was.  CARDSTATUS 'X'
      *  stops the card (no new cycles close), 'A' reactivates it.
      *  A change applies from the next cycle closed; statements
      *  already closed keep their own due date.
      *----------------------------------------------------------------
       CHANGE-CARD section.
             if wcard of webif-rec = space
               move 'カードが未入力です'
                    to werrmsg of webif-rec
               go to CHANGE-CARD-EXIT
             end-if
             if wcard-status of webif-rec not = space
                and wcard-status of webif-rec not = 'A'
                and wcard-status of webif-rec not = 'X'
               move '状態はA(使用中)かX(停止)です'
                    to werrmsg of webif-rec
               go to CHANGE-CARD-EXIT
             end-if
             perform EDIT-CARD-FIELDS
             if werrmsg of webif-rec not = space
               go to CHANGE-CARD-EXIT
             end-if
             open i-o card-file
             if card-file-fs not = zero then
               move 'カードマスタを開けません'
                    to werrmsg of webif-rec
               go to CHANGE-CARD-EXIT
             end-if
             move wcard of webif-rec to card-code
             read card-file
               invalid key
                 move '該当するカードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move card-rec to audit-before-detail
                 if wcard-name of webif-rec not = space
                   move wcard-name of webif-rec to card-name
                 end-if
                 if wclose-day-in of webif-rec not = space
                   move wclose-day-in of webif-rec to card-close-day
                 end-if
                 if wpay-day-in of webif-rec not = space
                   move wpay-day-in of webif-rec to card-pay-day
                 end-if
                 if wpay-months-in of webif-rec not = space
                   move wpay-months-in of webif-rec
                     to card-pay-months
                 end-if
                 if wbank-in of webif-rec not = space
                   move wbank-in of webif-rec to card-bank-account
                 end-if
                 if wshift-in of webif-rec not = space
                   move wshift-in of webif-rec to card-shift
                 end-if
                 if wcategory-in of webif-rec not = space
                   move wcategory-in of webif-rec to card-category
                 end-if
                 if wmember-in of webif-rec not = space
                   move wmember-in of webif-rec to card-member
                 end-if
                 if wcheck-in of webif-rec not = space
                   move wcheck-in of webif-rec to card-check
                 end-if
                 if wcard-status of webif-rec not = space
                   move wcard-status of webif-rec to card-status
                 end-if
                 perform STAMP-CARD
                 rewrite card-rec
                 move 'CHANGE' to audit-operation
                 move card-code to audit-key
                 move card-rec to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close card-file.
       CHANGE-CARD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-CARD  -  remove a card keyed by mistake; one that
      *  still has an undebited statement is refused, since the
      *  nightly run could no longer post its debit
      *----------------------------------------------------------------
       DELETE-CARD section.
             if wcard of webif-rec = space
               move 'カードが未入力です'
                    to werrmsg of webif-rec
               go to DELETE-CARD-EXIT
             end-if
             open input cardstmt-file
             if cardstmt-file-fs = zero
               move wcard of webif-rec to cstmt-card
               move low-value to cstmt-close-date
               move space to cardstmt-eof
               start cardstmt-file key is >= cstmt-key
                 invalid key move 'EOF' to cardstmt-eof
               end-start
               if cardstmt-eof not = 'EOF'
                 read cardstmt-file next record
                   at end move 'EOF' to cardstmt-eof
                 end-read
               end-if
               perform until cardstmt-eof = 'EOF'
                  or cstmt-card not = wcard of webif-rec
                 if not cstmt-is-posted
                   move '未引落の明細があります'
                        to werrmsg of webif-rec
                   move 'EOF' to cardstmt-eof
                 else
                   read cardstmt-file next record
                     at end move 'EOF' to cardstmt-eof
                   end-read
                 end-if
               end-perform
               close cardstmt-file
             end-if
             if werrmsg of webif-rec not = space
               go to DELETE-CARD-EXIT
             end-if
             open i-o card-file
             if card-file-fs not = zero then
               move 'カードマスタを開けません'
                    to werrmsg of webif-rec
               go to DELETE-CARD-EXIT
             end-if
             move wcard of webif-rec to card-code
             read card-file
               invalid key
                 move '該当するカードがありません'
                      to werrmsg of webif-rec
               not invalid key
                 move card-rec to audit-before-detail
                 delete card-file
                 move 'DELETE' to audit-operation
                 move wcard of webif-rec to audit-key
                 move space to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close card-file.
       DELETE-CARD-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-STATEMENT  -  照合: re-sum the statement's cycle off
      *  the ledger, compare with the card company's figure, and
      *  mark the statement agreed ('C') or held ('M')
      *----------------------------------------------------------------
       CHECK-STATEMENT section.
             if wcard of webif-rec = space
                or wclose-date-in of webif-rec = space
               move 'カードと締日付を入力してください'
                    to werrmsg of webif-rec
               go to CHECK-STATEMENT-EXIT
             end-if

             move space to wci-digits
             move zero to wci-k
             perform varying wci-j from 1 by 1 until wci-j > 12
               if wissuer-in of webif-rec (wci-j:1) not = space
                  and wissuer-in of webif-rec (wci-j:1) not = ','
                 add 1 to wci-k
                 move wissuer-in of webif-rec (wci-j:1)
                   to wci-digits (wci-k:1)
               end-if
             end-perform
             if wci-k = zero
                or wci-digits (1:wci-k) not numeric
               move '請求額が不正です'
                    to werrmsg of webif-rec
               go to CHECK-STATEMENT-EXIT
             end-if
             compute wissuer-total =
                function numval (wci-digits (1:wci-k))
               on size error
                 move '請求額が不正です'
                      to werrmsg of webif-rec
                 go to CHECK-STATEMENT-EXIT
             end-compute

             open i-o cardstmt-file
             if cardstmt-file-fs not = zero
               move '明細ファイルを開けません'
                    to werrmsg of webif-rec
               go to CHECK-STATEMENT-EXIT
             end-if
             move wcard of webif-rec to cstmt-card
             move wclose-date-in of webif-rec to cstmt-close-date
             read cardstmt-file
               invalid key
                 move '該当する明細がありません'
                      to werrmsg of webif-rec
                 close cardstmt-file
                 go to CHECK-STATEMENT-EXIT
             end-read
             if cstmt-is-posted
               move '引落済の明細です'
                    to werrmsg of webif-rec
               close cardstmt-file
               go to CHECK-STATEMENT-EXIT
             end-if

             perform LOAD-RATE-TABLE
             perform GATHER-CYCLE-ROWS

             move space to audit-before-detail
             move cstmt-total to wdisp-amount
             string cstmt-status  delimited size
                    ' '           delimited size
                    wdisp-amount  delimited size
               into audit-before-detail
             end-string

             move wcycle-total to cstmt-total
             move wcycle-rows to cstmt-rows
             move wissuer-total to cstmt-issuer-total
             if cstmt-total = cstmt-issuer-total
               move 'C' to cstmt-status
               move '請求額と一致しました'
                    to werrmsg of webif-rec
             else
               move 'M' to cstmt-status
               move cstmt-total to wdisp-amount
               string '請求額と不一致のため保留 台帳'
                        delimited size
                      wdisp-amount delimited size
                 into werrmsg of webif-rec
               end-string
             end-if
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into cstmt-updated
             end-string
             rewrite cardstmt-rec
             close cardstmt-file

             move 'CHECK' to audit-operation
             move cstmt-key to audit-key
             move space to audit-after-detail
             move cstmt-total to wdisp-amount
             string cstmt-status  delimited size
                    ' '           delimited size
                    wdisp-amount  delimited size
                    ' ISSUER '    delimited size
                    wci-digits    delimited by space
               into audit-after-detail
             end-string
             perform AUDIT-WRITE.
       CHECK-STATEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  GATHER-CYCLE-ROWS  -  the statement's card rows dated
      *  cstmt-from-date through cstmt-close-date, summed the way
      *  kozukaicardbill.cob sums them at the close: OUT adds, IN
      *  (refunds) takes off, the card's own CARD debit rows skipped
      *----------------------------------------------------------------
       GATHER-CYCLE-ROWS section.
             move zero to wcycle-total
             move zero to wcycle-rows
             open input kozukai-file
             if kozukai-file-fs not = zero
               go to GATHER-CYCLE-ROWS-EXIT
             end-if
             move cstmt-from-date to wdate-rec of kozukai-rec
             move zero to wdate-sec of kozukai-rec
             move space to kozukai-eof
             start kozukai-file key is >= kozukai-key
               invalid key move 'EOF' to kozukai-eof
             end-start
             if kozukai-eof not = 'EOF'
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-if
             perform until kozukai-eof = 'EOF'
                or wdate-rec of kozukai-rec > cstmt-close-date
               if waccount of kozukai-rec = cstmt-card
                  and wreason-code of kozukai-rec not = 'CARD'
                 perform LOOKUP-EXCHANGE-RATE
                 compute wmoney-jpy = money of kozukai-rec * wexch-rate
                 if in-or-out of kozukai-rec = '2'
                   add wmoney-jpy to wcycle-total
                 else
                   subtract wmoney-jpy from wcycle-total
                 end-if
                 add 1 to wcycle-rows
               end-if
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
             end-perform
             close kozukai-file.
       GATHER-CYCLE-ROWS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  STAMP-CARD  -  last-changed timestamp on the master row
      *----------------------------------------------------------------
       STAMP-CARD section.
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into card-updated
             end-string
             exit.

      *----------------------------------------------------------------
      *  LIST-CARDS  -  read the whole master in code order into the
      *  display table
      *----------------------------------------------------------------
       LIST-CARDS section.
             move space to card-list-table of webif-rec
             move zero to i
             open input card-file
             if card-file-fs = zero then
               move space to card-eof
               read card-file next record
                 at end move 'EOF' to card-eof
               end-read
               perform until card-eof = 'EOF' or i >= 20
                 add 1 to i
                 move card-code         to ctbl-code (i)
                 move card-name         to ctbl-name (i)
                 move card-close-day    to ctbl-close-day (i)
                 move card-pay-day      to ctbl-pay-day (i)
                 move card-pay-months   to ctbl-pay-months (i)
                 move card-bank-account to ctbl-bank (i)
                 move card-shift        to ctbl-shift (i)
                 move card-check        to ctbl-check (i)
                 move card-status       to ctbl-status (i)
                 read card-file next record
                   at end move 'EOF' to card-eof
                 end-read
               end-perform
               close card-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LIST-STATEMENTS  -  the statements still waiting for their
      *  debit, in card and closing-date order
      *----------------------------------------------------------------
       LIST-STATEMENTS section.
             move space to stmt-list-table of webif-rec
             move zero to i
             open input cardstmt-file
             if cardstmt-file-fs = zero then
               move space to cardstmt-eof
               read cardstmt-file next record
                 at end move 'EOF' to cardstmt-eof
               end-read
               perform until cardstmt-eof = 'EOF' or i >= 20
                 if not cstmt-is-posted
                   add 1 to i
                   move cstmt-card         to stbl-card (i)
                   move cstmt-close-date   to stbl-close (i)
                   move cstmt-due-date     to stbl-due (i)
                   move cstmt-total        to stbl-total (i)
                   move cstmt-issuer-total to stbl-issuer (i)
                   move cstmt-status       to stbl-status (i)
                 end-if
                 read cardstmt-file next record
                   at end move 'EOF' to cardstmt-eof
                 end-read
               end-perform
               close cardstmt-file
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab; a missing master just leaves the table
      *  empty, so every conversion falls back to rate 1.00 the same
      *  way an unrecognized currency always has
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
      *  the credentials master before the master may be changed
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
             move 'kozukaicardadmin' to ipc-target
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
             move 'kozukaicardadmin' to audit-program
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
