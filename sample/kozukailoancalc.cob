      *  登録 then writes the chosen payment straight into
      *  kozukaitemplate.dat (category, day of month, member, the
      *  business-day forward shift), so accepting the loan sets up
      *  its recurring posting in the same breath.  The loan's terms
      *  ride on the template, so the net-worth statement can tell
      *  how much principal is still owed.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

       copy web-lock.

       copy maintcheck.

       77 rc                 pic s9(10) binary.
       01 template-file-fs   pic 9(2).
       01 category-file-fs   pic 9(2).
       01 wmoney-disp        pic -zzzzzzz9.99.
       01 wtmpl-money        pic s9(09) value zero.
       01 wday-num           pic 9(02) value zero.
      *  the month of the first repayment, kept on the template with
      *  the loan's terms: this month when the debit day is still to
      *  come, else next month
       01 wfirst-yyyy        pic 9(04) value zero.
       01 wfirst-mm          pic 9(02) value zero.
       01 wnow-day           pic 9(02) value zero.
       01 calc-ok-flag       pic x value 'N'.
        88 calc-ok              value 'Y'.
        88 calc-not-ok          value 'N'.
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
            end-if
          end-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
      *  way a real bank debit lands
      *----------------------------------------------------------------
       REGISTER-TEMPLATE section.
      *      the maintenance switch turns the registration away; the
      *      schedule itself is still worked out and shown
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on
               move mtc-banner to werrmsg of webif-rec
               go to REGISTER-TEMPLATE-EXIT
             end-if
             perform CHECK-LOGIN
             if login-not-ok
               move '認証エラーです'
             move 'JPY' to tmpl-currency
             move 'F' to tmpl-shift
             move 'N' to tmpl-paused
             move wprincipal to tmpl-loan-principal
             move wannual-rate to tmpl-loan-rate
             move wterm to tmpl-loan-term
             move wmethod of webif-rec to tmpl-loan-method
             accept wnow-date from date yyyymmdd
             move wnow-date (1:4) to wfirst-yyyy
             move wnow-date (5:2) to wfirst-mm
             move wnow-date (7:2) to wnow-day
             if wday-num < wnow-day
               add 1 to wfirst-mm
               if wfirst-mm > 12
                 move 1 to wfirst-mm
                 add 1 to wfirst-yyyy
               end-if
             end-if
             string wfirst-yyyy delimited size
                    wfirst-mm   delimited size
               into tmpl-loan-first-ym
             end-string
             write template-rec
               invalid key
                 move '同じ分類・日の定期が既にあります'
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             move wusername of webif-rec to audit-user
             call 'kozukaiauditwrite' using audit-rec
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
