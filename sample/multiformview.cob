      *  order (the stamp is the key, so key order is arrival order)
      *  twenty to a page, and MODE=CSV additionally writes the whole
      *  file out as multiformcsv.txt for a spreadsheet.
      *  MODE=CLAIMS, under a login, lists instead the expense
      *  claims filed on the multiform claim form - the login's own,
      *  or everybody's for an admin - with where each stands in the
      *  approval queue and the decider's comment.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
        select csv-file assign to "multiformcsv.txt"
           organization line sequential
           file status is csv-file-fs.
        select pending-file assign to "kozukaipending.dat"
           organization is indexed access mode is sequential
           record key is pend-key
           file status is pending-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd capture-file.
       fd csv-file.
       01 csv-line           pic x(90).

       fd pending-file.
       copy pendingfile.

       fd credentials-file.
       copy credentialsfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 werrmsg         pic x(60) value space.
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
         02 claim-view-table.
            03 claim-view-array occurs 20.
               04 cltbl-key      pic x(16).
               04 cltbl-date     pic x(08).
               04 cltbl-category pic x(20).
               04 cltbl-money    pic -z(9)9.
               04 cltbl-claimant pic x(20).
               04 cltbl-receipt  pic x(20).
               04 cltbl-status   pic x(12).
               04 cltbl-comment  pic x(40).
         02 capture-view-table.
            03 capture-view-array occurs 20.
               04 ctbl-stamp     pic x(14).
       01 wenv-locktmo       pic x(04) value space.
       01 wenv-locktmo-num   pic 9(04).

      *  claim-status listing: the login and whose claims it may see
       01 pending-file-fs    pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 pending-eof        pic x(3) value space.
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

       copy msgcat.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
            move 1 to wpage-num
          end-if.

          if wmode of webif-rec = 'CLAIMS' then
            perform SHOW-CLAIMS
            move space to wpassword of webif-rec
            perform TRANSLATE-MESSAGE
            call 'WEB_PUSH' using webif-rec
            call 'WEB_SHOW'
            stop run
          end-if.

          move 'multiform_lock' to lc-lock-file.
          set lc-lock-share to true.
          perform GET-LOCK-TIMEOUT.
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
             move '"' to wcsv-q-out (wcsv-q-opos:1)
             exit.

      *----------------------------------------------------------------
      *  SHOW-CLAIMS  -  under a login and a shared kozukai_lock, the
      *  claims in the approval queue that the login filed (all of
      *  them for an admin), oldest first, skipping (page - 1) * 20
      *  and flagging whether more pages follow
      *----------------------------------------------------------------
       SHOW-CLAIMS section.
             move space to claim-view-table of webif-rec
             move space to wmore-pages of webif-rec
             move zero  to wskip-count
             move zero  to wrow-count
             compute wskip-target = (wpage-num - 1) * wpage-size
             perform CHECK-LOGIN
             if login-not-ok
               move '認証エラーです' to werrmsg of webif-rec
               go to SHOW-CLAIMS-EXIT
             end-if

             move 'kozukai_lock' to lc-lock-file
             set lc-lock-share to true
             perform GET-LOCK-TIMEOUT
             call 'WEB_LOCK' using lc-web-lock rc
             if rc not = zero
               string 'ロックを取得できないため'
                        delimited size
                      '表示できません'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to SHOW-CLAIMS-EXIT
             end-if
             open input pending-file
             if pending-file-fs not = zero
               move 'まだ申請がありません'
                    to werrmsg of webif-rec
               call 'WEB_UNLOCK' using lc-web-lock rc
               go to SHOW-CLAIMS-EXIT
             end-if
             move space to pending-eof
             read pending-file next record
               at end move 'EOF' to pending-eof
             end-read
             perform until pending-eof = 'EOF'
                or wmore-pages of webif-rec = 'Y'
               if pend-is-claim
                  and (wlogin-role = 'admin'
                       or pend-requested-by = wusername of webif-rec)
                 if wskip-count < wskip-target
                   add 1 to wskip-count
                 else
                 if wrow-count < wpage-size
                   add 1 to wrow-count
                   move wrow-count to i
                   perform FILL-CLAIM-ROW
                 else
                   move 'Y' to wmore-pages of webif-rec
                 end-if
                 end-if
               end-if
               read pending-file next record
                 at end move 'EOF' to pending-eof
               end-read
             end-perform
             close pending-file
             call 'WEB_UNLOCK' using lc-web-lock rc
             if wrow-count = zero
               move 'まだ申請がありません'
                    to werrmsg of webif-rec
             end-if.
       SHOW-CLAIMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FILL-CLAIM-ROW  -  the current pending row into display
      *  slot i
      *----------------------------------------------------------------
       FILL-CLAIM-ROW section.
             move pend-key       to cltbl-key (i)
             move pend-date-rec  to cltbl-date (i)
             move pend-category  to cltbl-category (i)
             move pend-money     to cltbl-money (i)
             move pend-claimant  to cltbl-claimant (i)
             move pend-receipt-ref to cltbl-receipt (i)
             evaluate true
               when pend-is-pending
                 move '承認待ち' to cltbl-status (i)
               when pend-is-approved
                 move '承認済' to cltbl-status (i)
               when pend-is-rejected
                 move '却下' to cltbl-status (i)
             end-evaluate
             move pend-comment   to cltbl-comment (i)
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  unlocked row in the credentials master; the role decides
      *  whose claims are shown
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             move space to wlogin-role
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
             move cred-role to wlogin-role.
       CHECK-LOGIN-EXIT.
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

      *------------------------------------------------
      *  GET-LOCK-TIMEOUT  -  lc-lock-timeout defaults to 30 seconds
      *  (set by the web-lock copybook); MULTIFORM_LOCKTIMEOUT lets
             move space to audit-user
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
