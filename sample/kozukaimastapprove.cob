       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimastapprove.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Master-change approval CGI - the second pair of eyes on the
      *  changes one admin may no longer make alone.  The screens
      *  they are asked for on park them in kozukaimastchg.dat:
      *    CDEL  category delete         (kozukaicatadmin.cob)
      *    TAX   tax rate posted         (kozukaitaxadmin.cob)
      *    RATE  exchange rate posted    (kozukairateadmin.cob)
      *    ROLE  credential role change  (kozukaiacctreq.cob 権限)
      *    OPEN  締め解除 of a ledger     (kozukaiupdate.cob)
      *  This screen lists the pending rows and lets an admin-role
      *  user other than the one who asked confirm (承認) or reject
      *  (却下) each with a comment.  承認 checks the target again -
      *  the category still unused, the role or the closed month
      *  still what it was when asked - and only then makes the
      *  change; the row is marked confirmed only when the change
      *  went in.  Every applied change and every decision is
      *  audited with the requester's name in the before note and
      *  the confirmer's in the after note.  Decided rows stay on
      *  file as the decision record.  The client address must pass
      *  the allow-list (kozukaiipcheck.cob) for the screen and for
      *  the login's role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select mast-chg-file assign to "kozukaimastchg.dat"
           organization is indexed access mode is dynamic
           record key is mcq-key
           file status is mast-chg-file-fs.
        select category-file assign to "category.dat"
           organization is indexed access mode is dynamic
           record key is category-key
           file status is category-file-fs.
        select kozukai-file assign to "kozukai.dat"
           organization is indexed access mode is sequential
           record key is kozukai-key
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is kozukai-file-fs.
        select template-file assign to "kozukaitemplate.dat"
           organization is indexed access mode is sequential
           record key is tmpl-key
           file status is template-file-fs.
        select taxrate-file assign to "kozukaitaxrate.dat"
           organization is indexed access mode is random
           record key is taxrate-key
           file status is taxrate-file-fs.
        select rate-file assign to "kozukairate.dat"
           organization is indexed access mode is random
           record key is rate-key
           file status is rate-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
      *  the period file of the ledger being reopened, named on the
      *  parked row (see kozukaiupdate.cob SET-LEDGER-FILES)
        select period-file assign to wperiod-filename
           organization is indexed access mode is random
           record key is period-key
           file status is period-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd mast-chg-file.
       copy mastchgfile.

       fd category-file.
       copy categoryfile.

       fd kozukai-file.
       copy kozukaifile.

       fd template-file.
       copy kozukaitemplatefile.

       fd taxrate-file.
       copy taxratefile.

       fd rate-file.
       copy ratefile.

       fd credentials-file.
       copy credentialsfile.

       fd period-file.
       copy periodfile.

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
         02 filler pic x(15) value 'REQKEY'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wreq-key-in     pic x(16) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'COMMENT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wcomment        pic x(40) value space.
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
         02 mcq-list-table.
            03 mcq-list-array occurs 20.
               04 qtbl-key       pic x(16).
               04 qtbl-kind      pic x(04).
               04 qtbl-target    pic x(30).
               04 qtbl-value     pic x(20).
               04 qtbl-before    pic x(20).
               04 qtbl-requested pic x(20).
               04 qtbl-program   pic x(20).

       copy auditlog.

       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 mast-chg-file-fs   pic 9(2).
       01 category-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 template-file-fs   pic 9(2).
       01 taxrate-file-fs    pic 9(2).
       01 rate-file-fs       pic 9(2).
       01 credentials-file-fs pic 9(2).
       01 period-file-fs     pic 9(2).
       01 mast-chg-eof       pic x(3) value space.
       01 category-eof       pic x(3) value space.
       01 kozukai-eof        pic x(3) value space.
       01 template-eof       pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(03).
       77 wperiod-filename   pic x(30) value 'kozukaiperiod.dat'.

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

      *  apply working fields: applied-ok is set only by an APPLY-
      *  section that actually changed the master, and the parked
      *  row is marked confirmed only then
       01 applied-flag       pic x value 'N'.
        88 applied-ok           value 'Y'.
        88 applied-not-ok       value 'N'.
       01 referenced-flag    pic x value 'N'.
        88 cat-referenced       value 'Y'.
        88 cat-not-referenced   value 'N'.
       01 parent-ref-flag    pic x value 'N'.
        88 parent-referenced    value 'Y'.
        88 parent-not-referenced value 'N'.
       01 wcheck-category    pic x(20) value space.
       01 wbudget-disp       pic -z(9)9.
       01 wpct-disp          pic z9.99.
       01 wrate-disp         pic z(5)9.99.
       01 wvalue-disp        pic x(20) value space.
       01 wrequested-note    pic x(40) value space.
       01 wconfirmed-note    pic x(40) value space.

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
            move 'mastapprove.html' to wscreenname of webif-rec
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
           when '承認'
           when '却下'
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
             when '承認'
             when '却下'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '管理者権限が必要です'
                      to werrmsg of webif-rec
               else
                 evaluate wmode of webif-rec
                  when '承認' perform CONFIRM-CHANGE
                  when '却下' perform REJECT-CHANGE
                 end-evaluate
               end-if
             when other
               continue
            end-evaluate
            perform LIST-PENDING
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
      *  CONFIRM-CHANGE  -  read the parked row, refuse the requester
      *  confirming their own change, apply it through the APPLY-
      *  section for its kind, and only when that went in mark the
      *  row confirmed with the decider's name
      *----------------------------------------------------------------
       CONFIRM-CHANGE section.
             open i-o mast-chg-file
             if mast-chg-file-fs not = zero
               move '承認待ちファイルを開けません'
                    to werrmsg of webif-rec
               go to CONFIRM-CHANGE-EXIT
             end-if
             move wreq-key-in of webif-rec to mcq-key
             read mast-chg-file
               invalid key
                 move '該当する承認待ちがありません'
                      to werrmsg of webif-rec
                 close mast-chg-file
                 go to CONFIRM-CHANGE-EXIT
             end-read
             if not mcq-is-pending
               move '既に処理済の申請です'
                    to werrmsg of webif-rec
               close mast-chg-file
               go to CONFIRM-CHANGE-EXIT
             end-if
             if mcq-requested-by = wusername of webif-rec
               move 'ご自身の申請は承認できません'
                    to werrmsg of webif-rec
               close mast-chg-file
               go to CONFIRM-CHANGE-EXIT
             end-if

             perform SET-DECISION-NOTES
             move space to audit-before-detail
             move space to audit-after-detail
             set applied-not-ok to true
             evaluate true
               when mcq-cat-delete  perform APPLY-CAT-DELETE
               when mcq-tax-rate    perform APPLY-TAX-RATE
               when mcq-fx-rate     perform APPLY-FX-RATE
               when mcq-role-change perform APPLY-ROLE
               when mcq-reopen      perform APPLY-REOPEN
               when other
                 move '申請の種類が不正です'
                      to werrmsg of webif-rec
             end-evaluate
             if applied-not-ok
               close mast-chg-file
               go to CONFIRM-CHANGE-EXIT
             end-if

             move 'A' to mcq-status
             move wcomment of webif-rec to mcq-comment
             move wusername of webif-rec to mcq-decided-by
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into mcq-updated
             end-string
             rewrite mast-chg-rec
             close mast-chg-file

             move 'APPROVE' to audit-operation
             move mcq-key to audit-key
             perform SET-DECISION-DETAIL
             move wcomment of webif-rec to audit-after-detail
             perform AUDIT-DECISION
             move '承認し反映しました'
                  to werrmsg of webif-rec.
       CONFIRM-CHANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  REJECT-CHANGE  -  mark the parked row rejected with the
      *  admin's comment; nothing on the master moves
      *----------------------------------------------------------------
       REJECT-CHANGE section.
             open i-o mast-chg-file
             if mast-chg-file-fs not = zero
               move '承認待ちファイルを開けません'
                    to werrmsg of webif-rec
               go to REJECT-CHANGE-EXIT
             end-if
             move wreq-key-in of webif-rec to mcq-key
             read mast-chg-file
               invalid key
                 move '該当する承認待ちがありません'
                      to werrmsg of webif-rec
               not invalid key
                 if not mcq-is-pending
                   move '既に処理済の申請です'
                        to werrmsg of webif-rec
                 else
                   move 'R' to mcq-status
                   move wcomment of webif-rec to mcq-comment
                   move wusername of webif-rec to mcq-decided-by
                   accept wnow-date from date yyyymmdd
                   accept wnow-time from time
                   string wnow-date delimited size
                          wnow-time delimited size
                     into mcq-updated
                   end-string
                   rewrite mast-chg-rec
                   perform SET-DECISION-NOTES
                   move 'REJECT' to audit-operation
                   move mcq-key to audit-key
                   perform SET-DECISION-DETAIL
                   move wcomment of webif-rec to audit-after-detail
                   perform AUDIT-DECISION
                   move '却下しました'
                        to werrmsg of webif-rec
                 end-if
             end-read
             close mast-chg-file.
       REJECT-CHANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  APPLY-CAT-DELETE  -  the same two checks the category screen
      *  ran when the delete was asked for, again now in case a row
      *  or a child category arrived while it waited, then the delete
      *----------------------------------------------------------------
       APPLY-CAT-DELETE section.
             move mcq-target to wcheck-category
             perform CHECK-REFERENCED
             if cat-referenced
               move '使用中の分類は削除できません'
                    to werrmsg of webif-rec
               go to APPLY-CAT-DELETE-EXIT
             end-if
             perform CHECK-PARENT-REFERENCED
             if parent-referenced
               move '子分類を持つ分類は削除できません'
                    to werrmsg of webif-rec
               go to APPLY-CAT-DELETE-EXIT
             end-if

             open i-o category-file
             if category-file-fs not = zero then
               move '分類マスタを開けません'
                    to werrmsg of webif-rec
               go to APPLY-CAT-DELETE-EXIT
             end-if
             move mcq-target to category-key
             read category-file
               invalid key
                 move '該当する分類がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move category-budget to wbudget-disp
                 delete category-file
                 set applied-ok to true
                 move 'DELETE' to audit-operation
                 move mcq-target to audit-key
                 string 'budget=' delimited size
                        wbudget-disp delimited size
                   into audit-before-detail
                 end-string
                 move space to audit-after-detail
                 perform AUDIT-DECISION
             end-read
             close category-file.
       APPLY-CAT-DELETE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  APPLY-TAX-RATE  -  write (or replace) the master row for the
      *  parked class/effective-from pair
      *----------------------------------------------------------------
       APPLY-TAX-RATE section.
             open i-o taxrate-file
             if taxrate-file-fs not = zero then
               open output taxrate-file
               close taxrate-file
               open i-o taxrate-file
             end-if
             if taxrate-file-fs not = zero then
               move '税率マスタを開けません'
                    to werrmsg of webif-rec
               go to APPLY-TAX-RATE-EXIT
             end-if

             move mcqt-class     to taxrate-class
             move mcqt-from-date to taxrate-from-date
             read taxrate-file
               invalid key
                 move 'ADD' to audit-operation
                 move space to audit-before-detail
               not invalid key
                 move 'UPDATE' to audit-operation
                 move taxrate-pct to wpct-disp
                 string 'pct=' delimited size
                        wpct-disp delimited size
                   into audit-before-detail
                 end-string
             end-read

             move mcqt-class     to taxrate-class
             move mcqt-from-date to taxrate-from-date
             move mcqv-tax-pct   to taxrate-pct
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into taxrate-updated
             end-string
             if audit-operation = 'ADD'
               write taxrate-rec
                 invalid key rewrite taxrate-rec
               end-write
             else
               rewrite taxrate-rec
                 invalid key write taxrate-rec
               end-rewrite
             end-if
             set applied-ok to true

             move taxrate-key to audit-key
             move taxrate-pct to wpct-disp
             string 'pct=' delimited size
                    wpct-disp delimited size
               into audit-after-detail
             end-string
             perform AUDIT-DECISION.
       APPLY-TAX-RATE-EXIT.
             close taxrate-file
             exit.

      *----------------------------------------------------------------
      *  APPLY-FX-RATE  -  write (or replace) the master row for the
      *  parked currency/effective-from pair
      *----------------------------------------------------------------
       APPLY-FX-RATE section.
             open i-o rate-file
             if rate-file-fs not = zero then
               open output rate-file
               close rate-file
               open i-o rate-file
             end-if
             if rate-file-fs not = zero then
               move 'レートマスタを開けません'
                    to werrmsg of webif-rec
               go to APPLY-FX-RATE-EXIT
             end-if

             move mcqr-currency  to rate-currency
             move mcqr-from-date to rate-from-date
             read rate-file
               invalid key
                 move 'ADD' to audit-operation
                 move space to audit-before-detail
               not invalid key
                 move 'UPDATE' to audit-operation
                 move rate-value to wrate-disp
                 string 'rate=' delimited size
                        wrate-disp delimited size
                   into audit-before-detail
                 end-string
             end-read

             move mcqr-currency  to rate-currency
             move mcqr-from-date to rate-from-date
             move mcqv-fx-rate   to rate-value
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into rate-updated
             end-string
             if audit-operation = 'ADD'
               write rate-rec
                 invalid key rewrite rate-rec
               end-write
             else
               rewrite rate-rec
                 invalid key write rate-rec
               end-rewrite
             end-if
             set applied-ok to true

             move rate-key to audit-key
             move rate-value to wrate-disp
             string 'rate=' delimited size
                    wrate-disp delimited size
               into audit-after-detail
             end-string
             perform AUDIT-DECISION.
       APPLY-FX-RATE-EXIT.
             close rate-file
             exit.

      *----------------------------------------------------------------
      *  APPLY-ROLE  -  rewrite the credential's role, refused when
      *  the role has moved since the change was asked for
      *----------------------------------------------------------------
       APPLY-ROLE section.
             open i-o credentials-file
             if credentials-file-fs not = zero
               move '認証マスタを開けません'
                    to werrmsg of webif-rec
               go to APPLY-ROLE-EXIT
             end-if
             move mcq-target to cred-username
             read credentials-file
               invalid key
                 move '該当するユーザーがありません'
                      to werrmsg of webif-rec
                 close credentials-file
                 go to APPLY-ROLE-EXIT
             end-read
             if cred-role not = mcq-before
               move '役割が申請時から変わっています'
                    to werrmsg of webif-rec
               close credentials-file
               go to APPLY-ROLE-EXIT
             end-if
             move mcqv-role to cred-role
             rewrite credential-rec
             close credentials-file
             set applied-ok to true

             move 'ROLE' to audit-operation
             move mcq-target to audit-key
             move mcq-before to audit-before-detail
             move mcqv-role to audit-after-detail
             perform AUDIT-DECISION.
       APPLY-ROLE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  APPLY-REOPEN  -  clear the ledger's closed month, refused
      *  when the month has moved since the 締め解除 was asked for
      *----------------------------------------------------------------
       APPLY-REOPEN section.
             move mcq-target to wperiod-filename
             open i-o period-file
             if period-file-fs not = zero
               move '締め管理ファイルを開けません'
                    to werrmsg of webif-rec
               go to APPLY-REOPEN-EXIT
             end-if
             move 'CLOSEDYM' to period-key
             read period-file
               invalid key
                 move '締め済みの月がありません'
                      to werrmsg of webif-rec
                 close period-file
                 go to APPLY-REOPEN-EXIT
             end-read
             if period-closed-ym not = mcq-before
               string '締め年月が' delimited size
                      '申請時から変わっています'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               close period-file
               go to APPLY-REOPEN-EXIT
             end-if
             move space to period-closed-ym
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into period-updated
             end-string
             rewrite period-rec
             close period-file
             set applied-ok to true

             move 'REOPEN' to audit-operation
             move 'CLOSEDYM' to audit-key
             move mcq-before to audit-before-detail
             move mcq-target to audit-after-detail
             perform AUDIT-DECISION.
       APPLY-REOPEN-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-PARENT-REFERENCED  -  scan the master for any category
      *  rolling up under wcheck-category; first hit is enough
      *----------------------------------------------------------------
       CHECK-PARENT-REFERENCED section.
             set parent-not-referenced to true
             open input category-file
             if category-file-fs not = zero
               go to CHECK-PARENT-REFERENCED-EXIT
             end-if
             move space to category-eof
             read category-file next record
               at end move 'EOF' to category-eof
             end-read
             perform until category-eof = 'EOF'
                or parent-referenced
               if category-parent = wcheck-category
                 set parent-referenced to true
               end-if
               read category-file next record
                 at end move 'EOF' to category-eof
               end-read
             end-perform
             close category-file.
       CHECK-PARENT-REFERENCED-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-REFERENCED  -  scan kozukai.dat and the recurring
      *  template file for any row still carrying wcheck-category;
      *  first hit is enough
      *----------------------------------------------------------------
       CHECK-REFERENCED section.
             set cat-not-referenced to true

             open input kozukai-file
             if kozukai-file-fs = zero then
               move space to kozukai-eof
               read kozukai-file next record
                 at end move 'EOF' to kozukai-eof
               end-read
               perform until kozukai-eof = 'EOF' or cat-referenced
                 if wcategory of kozukai-rec = wcheck-category
                   set cat-referenced to true
                 end-if
                 read kozukai-file next record
                   at end move 'EOF' to kozukai-eof
                 end-read
               end-perform
               close kozukai-file
             end-if

             if cat-referenced
               go to CHECK-REFERENCED-EXIT
             end-if

             open input template-file
             if template-file-fs = zero then
               move space to template-eof
               read template-file next record
                 at end move 'EOF' to template-eof
               end-read
               perform until template-eof = 'EOF' or cat-referenced
                 if tmpl-category = wcheck-category
                   set cat-referenced to true
                 end-if
                 read template-file next record
                   at end move 'EOF' to template-eof
                 end-read
               end-perform
               close template-file
             end-if.
       CHECK-REFERENCED-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LIST-PENDING  -  the still-pending rows, oldest first, into
      *  the display table
      *----------------------------------------------------------------
       LIST-PENDING section.
             move space to mcq-list-table of webif-rec
             move zero to i
             open input mast-chg-file
             if mast-chg-file-fs not = zero
               go to LIST-PENDING-EXIT
             end-if
             move space to mast-chg-eof
             read mast-chg-file next record
               at end move 'EOF' to mast-chg-eof
             end-read
             perform until mast-chg-eof = 'EOF' or i >= 20
               if mcq-is-pending
                 add 1 to i
                 perform FORMAT-VALUE
                 move mcq-key          to qtbl-key (i)
                 move mcq-kind         to qtbl-kind (i)
                 move mcq-target       to qtbl-target (i)
                 move wvalue-disp      to qtbl-value (i)
                 move mcq-before       to qtbl-before (i)
                 move mcq-requested-by to qtbl-requested (i)
                 move mcq-program      to qtbl-program (i)
               end-if
               read mast-chg-file next record
                 at end move 'EOF' to mast-chg-eof
               end-read
             end-perform
             close mast-chg-file.
       LIST-PENDING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FORMAT-VALUE  -  the parked value as the confirming admin
      *  should read it: the percentage, the rate or the new role
      *----------------------------------------------------------------
       FORMAT-VALUE section.
             move space to wvalue-disp
             evaluate true
               when mcq-tax-rate
                 move mcqv-tax-pct to wpct-disp
                 move wpct-disp to wvalue-disp
               when mcq-fx-rate
                 move mcqv-fx-rate to wrate-disp
                 move wrate-disp to wvalue-disp
               when mcq-role-change
                 move mcqv-role to wvalue-disp
               when other
                 continue
             end-evaluate
             exit.

      *----------------------------------------------------------------
      *  SET-DECISION-NOTES  -  the two names every line written for
      *  a decision carries: who asked, and who confirmed or
      *  rejected
      *----------------------------------------------------------------
       SET-DECISION-NOTES section.
             move space to wrequested-note wconfirmed-note
             string 'requested by ' delimited size
                    mcq-requested-by delimited space
               into wrequested-note
             end-string
             string 'decided by ' delimited size
                    wusername of webif-rec delimited space
               into wconfirmed-note
             end-string
             exit.

      *----------------------------------------------------------------
      *  SET-DECISION-DETAIL  -  kind and target of the parked row
      *  for the before side of the APPROVE / REJECT line
      *----------------------------------------------------------------
       SET-DECISION-DETAIL section.
             perform FORMAT-VALUE
             move space to audit-before-detail
             string mcq-kind    delimited size
                    ' '         delimited size
                    mcq-target  delimited size
                    ' '         delimited size
                    wvalue-disp delimited size
               into audit-before-detail
             end-string
             exit.

      *----------------------------------------------------------------
      *  AUDIT-DECISION  -  AUDIT-WRITE with the requester's and the
      *  decider's names in the notes, cleared again afterwards so
      *  the next line does not inherit them
      *----------------------------------------------------------------
       AUDIT-DECISION section.
             move wrequested-note to audit-before-note
             move wconfirmed-note to audit-after-note
             perform AUDIT-WRITE
             move space to audit-before-note
             move space to audit-after-note
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  admin-role row in the credentials master; confirming a
      *  master change is an admin's call
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
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
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to CHECK-LOGIN-EXIT
             end-if
             if cred-is-locked or not cred-role-admin
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
             end-if.
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
             move 'kozukaimastapprove' to ipc-target
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
             move 'kozukaimastapprove' to audit-program
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
