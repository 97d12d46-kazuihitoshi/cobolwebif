      *  kozukai-rec row, folds the totals and audits it, exactly as
      *  a direct posting would have; 却下 just marks the row with
      *  the reason.  Decided rows stay on file as the decision
      *  record.  An expense claim filed on the multiform claim
      *  form is approved the same way, and also writes the open
      *  IOU that pays the claimant back.  The client address must
      *  pass the allow-list (kozukaiipcheck.cob) for the screen and
      *  for the login's role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
        select iou-file assign to "kozukaiiou.dat"
           organization is indexed access mode is dynamic
           record key is iou-key
           file status is iou-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd pending-file.
       fd credentials-file.
       copy credentialsfile.

       fd iou-file.
       copy ioufile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
               04 qtbl-member   pic x(20).
               04 qtbl-note     pic x(40).
               04 qtbl-requested pic x(20).
               04 qtbl-kind     pic x(06).
               04 qtbl-receipt  pic x(20).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       copy payeematch.

       copy datecheck.

       77 rc                 pic s9(10) binary.
       01 rate-file-fs       pic 9(2).
       01 taxrate-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 iou-file-fs        pic 9(2).
       01 pending-eof        pic x(3) value space.
       01 rate-eof           pic x(3) value space.
       01 taxrate-eof        pic x(3) value space.

       01 wclosed-ym         pic x(06) value space.
       01 wmoney-max         pic s9(09) value 1000000.
       01 wseq-sec           pic 9(04) value zero.
       01 posted-ok-flag     pic x value 'N'.
        88 posted-ok            value 'Y'.
        88 posted-not-ok        value 'N'.
      *  a claim's IOU, written before the ledger row so a row that
      *  cannot be placed can take it back out again
       01 wiou-seq           pic 9(03) value zero.
       01 wclaim-iou-key     pic x(10) value space.
       01 iou-ok-flag        pic x value 'N'.
        88 iou-ok               value 'Y'.
        88 iou-not-ok           value 'N'.

      *----------------------------------------------------------------
      *  currency-rate-tab  -  conversion rates to JPY loaded from the
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

       copy paramget.

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
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
           when '承認'
           when other
             set lc-lock-share to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
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
               go to APPROVE-PENDING-EXIT
             end-if

             move space to wclaim-iou-key
             if pend-is-claim
               perform WRITE-CLAIM-IOU
               if iou-not-ok
                 move '貸借の登録に失敗しました'
                      to werrmsg of webif-rec
                 close pending-file
                 go to APPROVE-PENDING-EXIT
               end-if
             end-if

             perform LOAD-RATE-TABLE
             perform LOAD-TAX-TABLE
             perform POST-APPROVED-ROW
             if posted-not-ok
               if pend-is-claim
                 perform DELETE-CLAIM-IOU
               end-if
               move '台帳への登録に失敗しました'
                    to werrmsg of webif-rec
               close pending-file
             move pend-requested-by to audit-before-detail
             move kozukai-key of kozukai-rec to audit-after-detail
             perform AUDIT-WRITE
             if pend-is-claim
               move '承認し台帳と貸借へ登録しました'
                    to werrmsg of webif-rec
             else
               move '承認し台帳へ登録しました'
                    to werrmsg of webif-rec
             end-if.
       APPROVE-PENDING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-CLAIM-IOU  -  the open IOU an approved claim owes its
      *  claimant: lent by pend-claimant to the row's member (the
      *  common pool when none, or when the claim was for the
      *  claimant's own spending), dated with the claim, with the
      *  free-sequence hunt IOU-ADD-PROC uses
      *----------------------------------------------------------------
       WRITE-CLAIM-IOU section.
             set iou-not-ok to true
             open i-o iou-file
             if iou-file-fs not = zero
               open output iou-file
               close iou-file
               open i-o iou-file
             end-if
             if iou-file-fs not = zero
               go to WRITE-CLAIM-IOU-EXIT
             end-if
             initialize iou-rec
             move pend-date-rec to iou-date
             move pend-claimant to iou-lender
             if pend-member not = pend-claimant
               move pend-member to iou-borrower
             end-if
             move pend-money to iou-money
             string '立替 '          delimited size
                    pend-receipt-ref delimited space
                    ' '              delimited size
                    pend-category    delimited space
               into iou-note
             end-string
             move 'O' to iou-status
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into iou-updated
             end-string
             perform varying wiou-seq from 0 by 1
                 until wiou-seq > 99 or iou-ok
               move wiou-seq to iou-seq
               write iou-rec
                 invalid key continue
                 not invalid key set iou-ok to true
               end-write
             end-perform
             close iou-file
             if iou-ok
               move iou-key to wclaim-iou-key
               move 'IOU' to audit-operation
               move iou-key to audit-key
               move iou-lender to audit-before-detail
               move space to audit-after-detail
               string iou-borrower (1:14) delimited size
                      ' '                 delimited size
                      iou-money           delimited size
                 into audit-after-detail
               end-string
               perform AUDIT-WRITE
             end-if.
       WRITE-CLAIM-IOU-EXIT.
             exit.

      *----------------------------------------------------------------
      *  DELETE-CLAIM-IOU  -  take back the IOU WRITE-CLAIM-IOU just
      *  wrote when its ledger row could not be placed, so a claim
      *  is never half approved
      *----------------------------------------------------------------
       DELETE-CLAIM-IOU section.
             if wclaim-iou-key = space
               go to DELETE-CLAIM-IOU-EXIT
             end-if
             open i-o iou-file
             if iou-file-fs not = zero
               go to DELETE-CLAIM-IOU-EXIT
             end-if
             move wclaim-iou-key to iou-key
             read iou-file
               invalid key continue
               not invalid key
                 delete iou-file
                 move 'DELETE' to audit-operation
                 move iou-key to audit-key
                 move iou-lender to audit-before-detail
                 move 'claim approval backed out'
                   to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close iou-file
             move space to wclaim-iou-key.
       DELETE-CLAIM-IOU-EXIT.
             exit.

      *----------------------------------------------------------------
      *  POST-APPROVED-ROW  -  build the kozukai-rec from the pending
      *  row and append it with the free-sequence hunt every other
               move 'JPY' to wcurrency of kozukai-rec
             end-if
             move pend-tax-class to wtax-class of kozukai-rec
             move pend-account   to waccount  of kozukai-rec
             move pend-event     to wevent    of kozukai-rec
             move pend-payee     to wpayee    of kozukai-rec
             perform RESOLVE-PAYEE
             perform COMPUTE-TAX-AMOUNT

             perform varying wseq-sec from 0 by 1
                 until wseq-sec > 999 or posted-ok
               move wseq-sec to wdate-sec of kozukai-rec
               write kozukai-rec
                 invalid key continue
                 move pend-member       to qtbl-member (i)
                 move pend-note         to qtbl-note (i)
                 move pend-requested-by to qtbl-requested (i)
                 if pend-is-claim
                   move '立替' to qtbl-kind (i)
                 end-if
                 move pend-receipt-ref  to qtbl-receipt (i)
               end-if
               read pending-file next record
                 at end move 'EOF' to pending-eof
       COMPUTE-TAX-AMOUNT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RESOLVE-PAYEE  -  settle wpayee of the row about to be
      *  written: a code already there stands, a blank one is read
      *  off the row's note by the alias patterns (and stays blank
      *  when none matches)
      *----------------------------------------------------------------
       RESOLVE-PAYEE section.
             move note of kozukai-rec to pym-note
             move wpayee of kozukai-rec to pym-payee
             call 'kozukaipayeematch' using payee-match-area
             if pym-matched
               move pym-payee to wpayee of kozukai-rec
             else
               move space to wpayee of kozukai-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  LOAD-RATE-TABLE  -  read the exchange-rate master into
      *  currency-rate-tab once per request; a missing master just
                 go to CHECK-LOGIN-EXIT
             end-read
             close credentials-file
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-is-locked or not cred-role-admin
               go to CHECK-LOGIN-EXIT
             end-if
      *  operator override how long WEB_LOCK waits before giving up
      *----------------------------------------------------------------
       GET-LOCK-TIMEOUT section.
             move 'KOZUKAI_LOCKTIMEOUT' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-locktmo
             if wenv-locktmo not = space
                and wenv-locktmo is numeric then
               move wenv-locktmo to wenv-locktmo-num
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *----------------------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaiapprove' to ipc-target
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
