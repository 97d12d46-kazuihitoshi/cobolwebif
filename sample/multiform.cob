      *  survey or sign-up sheet no longer needs a new program each
      *  time.  multiformview.cob pages the captured rows and
      *  exports them as CSV.
      *  FORMKIND=CLAIM turns it into the expense-claim form: anyone
      *  with a login files an out-of-pocket expense (date, amount,
      *  category, member, receipt reference, note) and it is parked
      *  in the kozukaipending.dat approval queue as a claim, for
      *  kozukaiapprove.cob to post together with an IOU back to
      *  the claimant.  multiformview.cob shows claimants where
      *  their claims stand.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is capture-key
           file status is capture-file-fs.
        select pending-file assign to "kozukaipending.dat"
           organization is indexed access mode is random
           record key is pend-key
           file status is pending-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is random
           record key is category-key
           file status is category-file-fs.
        select member-file assign to "kozukaimember.dat"
           organization is indexed access mode is random
           record key is member-key
           file status is member-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd capture-file.
       copy formcapturefile.

       fd pending-file.
       copy pendingfile.

       fd category-file.
       copy categoryfile.

       fd member-file.
       copy memberfile.

       fd credentials-file.
       copy credentialsfile.
      *
       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler  pic x value low-value.
         02 werrmsg pic x(60) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'SCREENNAME'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wscreenname pic x(80) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'FORMKIND'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wform-kind pic x(08) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'CLAIMDATE'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wclaim-date pic x(08) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'CLAIMAMT'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wclaim-amt pic x(10) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'CLAIMCAT'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wclaim-cat pic x(20) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'CLAIMMEMBER'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wclaim-member pic x(20) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'CLAIMRECEIPT'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wclaim-receipt pic x(20) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'CLAIMNOTE'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wclaim-note pic x(40) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'USERNAME'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wusername pic x(20) value space.
         02 filler  pic x value low-value.
         02 filler  pic x(20) value 'PASSWORD'.
         02 filler  pic x value low-value.
         02 filler  pic x value space.
         02 filler  pic x value low-value.
         02 wpassword pic x(20) value space.
         02 filler  pic x value low-value.
         02 filler  pic x value low-value.

       copy auditlog.
       copy webqueryguard.
       copy web-lock.
       copy maintcheck.
       77 rc                 pic s9(10) binary.
       77 capture-file-fs    pic 9(2).
      *   wcap-try stages the sequence hunt: it must be wider than
       77 wnow-time          pic x(06).
       77 wenv-locktmo       pic x(04) value space.
       77 wenv-locktmo-num   pic 9(04).

      *------------------------------------------------
      *  expense-claim working storage (see CLAIM-SUBMISSION)
      *------------------------------------------------
       copy datecheck.
       77 pending-file-fs    pic 9(2).
       77 category-file-fs   pic 9(2).
       77 member-file-fs     pic 9(2).
       77 credentials-file-fs pic 9(2).
       77 wpend-try          pic 9(03) value zero.
       77 claim-ok-flag      pic x value 'N'.
          88 claim-ok           value 'Y'.
          88 claim-not-ok       value 'N'.
       77 wclaim-money       pic s9(09) value zero.
       77 wmoney-max         pic s9(09) value 1000000.
       77 wclaim-i           pic 9(02) value zero.
       77 wclaim-digits      pic 9(02) value zero.
       77 wclaimant          pic x(20) value space.
       77 login-ok-flag      pic x value 'N'.
          88 login-ok           value 'Y'.
          88 login-not-ok       value 'N'.
       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       77 whash-work         pic 9(18) value zero.
       77 whash-i            pic 9(04) value zero.
       77 whash-ord          pic 9(03) value zero.
       77 whash-value        pic 9(09) value zero.
      *------------------------------------------------
       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move space to werrmsg of webif-rec.

          if wform-kind of webif-rec = 'CLAIM' then
            if wscreenname of webif-rec = space then
              move 'claimform.html' to wscreenname of webif-rec
            end-if
            if wclaim-date of webif-rec not = space
               or wclaim-amt of webif-rec not = space
               or wclaim-cat of webif-rec not = space then
              perform CLAIM-SUBMISSION
            end-if
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW' using webif-rec
            stop run
          end-if.
          if wscreenname of webif-rec = space then
            move 'multiform.html' to wscreenname of webif-rec
          end-if.

          if wdata1 of webif-rec = space
             and wdata2 of webif-rec = space then
            continue
          end-if
          end-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.

          call 'WEB_SHOW' using webif-rec.
       CAPTURE-SUBMISSION-EXIT.
             exit.

      *------------------------------------------------
      *  CLAIM-SUBMISSION  -  check the login and the claim the way
      *  a direct 追加 is checked (calendar date, whole-yen amount
      *  in range, category and member on their masters), then park
      *  it in the approval queue as a claim under kozukai_lock;
      *  the typed values ride back with the message when anything
      *  is wrong
      *------------------------------------------------
       CLAIM-SUBMISSION section.
             set claim-not-ok to true
      *      the maintenance switch turns a claim away, typed values
      *      and all; a plain form capture carries on regardless
             set mtc-check to true
             call 'kozukaimaintcheck' using maint-check-area
             if mtc-on
               move mtc-banner to werrmsg of webif-rec
               go to CLAIM-SUBMISSION-EXIT
             end-if
             perform CHECK-LOGIN
             if login-not-ok
               move '認証エラーです' to werrmsg of webif-rec
               go to CLAIM-SUBMISSION-EXIT
             end-if
             move wclaim-date of webif-rec to wdc-date
             perform CHECK-DATE
             if date-not-ok
               move '日付が不正です(YYYYMMDD)'
                    to werrmsg of webif-rec
               go to CLAIM-SUBMISSION-EXIT
             end-if
             perform CHECK-CLAIM-MONEY
             if claim-not-ok
               move '金額が不正です' to werrmsg of webif-rec
               go to CLAIM-SUBMISSION-EXIT
             end-if
             set claim-not-ok to true

             move 'kozukai_lock' to lc-lock-file
             set lc-lock-exclusive to true
             perform GET-LOCK-TIMEOUT
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero
               string 'ロックを取得できないため'
                        delimited size
                      '受付できません'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to CLAIM-SUBMISSION-EXIT
             end-if
             perform CHECK-CLAIM-MASTERS
             if werrmsg of webif-rec = space
               perform QUEUE-CLAIM
             end-if
             call 'WEB_UNLOCK' using lc-web-lock rc

             if claim-ok
               move '申請を受け付けました(承認待ち)'
                    to werrmsg of webif-rec
               move space to wclaim-date of webif-rec
               move space to wclaim-amt of webif-rec
               move space to wclaim-cat of webif-rec
               move space to wclaim-member of webif-rec
               move space to wclaim-receipt of webif-rec
               move space to wclaim-note of webif-rec
             end-if.
       CLAIM-SUBMISSION-EXIT.
             exit.

      *------------------------------------------------
      *  CHECK-CLAIM-MONEY  -  CLAIMAMT must be digits only (blanks
      *  around them allowed), more than zero and no more than the
      *  single-entry ceiling
      *------------------------------------------------
       CHECK-CLAIM-MONEY section.
             set claim-not-ok to true
             move zero to wclaim-digits
             perform varying wclaim-i from 1 by 1 until wclaim-i > 10
               if wclaim-amt of webif-rec (wclaim-i:1) numeric
                 add 1 to wclaim-digits
               else
                 if wclaim-amt of webif-rec (wclaim-i:1) not = space
                   go to CHECK-CLAIM-MONEY-EXIT
                 end-if
               end-if
             end-perform
             if wclaim-digits = zero or wclaim-digits > 9
               go to CHECK-CLAIM-MONEY-EXIT
             end-if
             compute wclaim-money =
                function numval(wclaim-amt of webif-rec)
             if wclaim-money > zero and wclaim-money <= wmoney-max
               set claim-ok to true
             end-if.
       CHECK-CLAIM-MONEY-EXIT.
             exit.

      *------------------------------------------------
      *  CHECK-CLAIM-MASTERS  -  the category must be on the master;
      *  a member, when named, must be on the member master and not
      *  have left before the claim's date (a missing member master
      *  passes everybody, as it does for a direct posting)
      *------------------------------------------------
       CHECK-CLAIM-MASTERS section.
             move space to werrmsg of webif-rec
             open input category-file
             if category-file-fs not = zero
               move '分類マスタを開けません'
                    to werrmsg of webif-rec
               go to CHECK-CLAIM-MASTERS-EXIT
             end-if
             move wclaim-cat of webif-rec to category-key
             read category-file
               invalid key
                 move '未登録の分類です'
                      to werrmsg of webif-rec
             end-read
             close category-file
             if werrmsg of webif-rec not = space
                or wclaim-member of webif-rec = space
               go to CHECK-CLAIM-MASTERS-EXIT
             end-if
             open input member-file
             if member-file-fs not = zero
               go to CHECK-CLAIM-MASTERS-EXIT
             end-if
             move wclaim-member of webif-rec to member-key
             read member-file
               invalid key
                 move '未登録のメンバーです'
                      to werrmsg of webif-rec
               not invalid key
                 if member-departed
                    and member-leave-date not = space
                    and wclaim-date of webif-rec > member-leave-date
                   move '退会済のメンバーです'
                        to werrmsg of webif-rec
                 end-if
             end-read
             close member-file.
       CHECK-CLAIM-MASTERS-EXIT.
             exit.

      *------------------------------------------------
      *  QUEUE-CLAIM  -  the claim as a pending OUT row of kind 'C',
      *  stamped now with the sequence hunt the 追加 queue uses, and
      *  audited; the caller holds kozukai_lock
      *------------------------------------------------
       QUEUE-CLAIM section.
             open i-o pending-file
             if pending-file-fs not = zero
               open output pending-file
               close pending-file
               open i-o pending-file
             end-if
             if pending-file-fs not = zero
               move '承認待ちファイルを開けません'
                    to werrmsg of webif-rec
               go to QUEUE-CLAIM-EXIT
             end-if

             initialize pending-rec
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into pend-stamp
             end-string
             move wclaim-date of webif-rec    to pend-date-rec
             move wclaim-cat of webif-rec     to pend-category
             move '2'                         to pend-in-or-out
             move wclaim-money                to pend-money
             move wclaim-note of webif-rec    to pend-note
             move wclaim-member of webif-rec  to pend-member
             move 'JPY'                       to pend-currency
             move wusername of webif-rec      to pend-requested-by
             move 'P'                         to pend-status
             move pend-stamp                  to pend-updated
             move 'C'                         to pend-kind
             move wclaimant                   to pend-claimant
             move wclaim-receipt of webif-rec to pend-receipt-ref

             perform varying wpend-try from 0 by 1
                 until wpend-try > 99 or claim-ok
               move wpend-try to pend-seq
               write pending-rec
                 invalid key continue
                 not invalid key set claim-ok to true
               end-write
             end-perform
             close pending-file

             if claim-ok
               move 'CLAIM' to audit-operation
               move pend-key to audit-key
               move pend-claimant to audit-before-detail
               string pend-category (1:14) delimited size
                      ' '                  delimited size
                      pend-money           delimited size
                 into audit-after-detail
               end-string
               perform AUDIT-WRITE
             else
               move '受付できませんでした'
                    to werrmsg of webif-rec
             end-if.
       QUEUE-CLAIM-EXIT.
             exit.

      *------------------------------------------------
      *  CHECK-DATE  -  calendar validation of wdc-date: eight
      *  digits, a real month, a real day for the month (February 29
      *  only in a leap year)
      *------------------------------------------------
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

      *------------------------------------------------
      *  CHECK-LOGIN  -  any unlocked login may file a claim; the
      *  member its credential is bound to (the login itself when
      *  unbound) becomes the claimant the IOU will be owed to
      *------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             move space to wclaimant
             if wusername of webif-rec = space
               go to CHECK-LOGIN-EXIT
             end-if
             move wusername of webif-rec to cred-username
             open input credentials-file
             if credentials-file-fs not = zero
               go to CHECK-LOGIN-EXIT
             end-if
             read credentials-file
               invalid key
                 close credentials-file
                 go to CHECK-LOGIN-EXIT
             end-read
             close credentials-file
             if cred-is-locked
               go to CHECK-LOGIN-EXIT
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
             end-if
             if cred-member not = space
               move cred-member to wclaimant
             else
               move cred-username to wclaimant
             end-if.
       CHECK-LOGIN-EXIT.
             exit.

      *------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  byte modulo the prime 999999937, the same fold the audit
      *  chain uses
      *------------------------------------------------
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

      *------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); MULTIFORM_LOCKTIMEOUT lets
             end-perform
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
