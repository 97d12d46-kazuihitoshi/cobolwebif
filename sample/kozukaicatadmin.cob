      *  Maintenance CGI for the category master (category.dat) -
      *  lists every category with its monthly budget and lets a
      *  credentialed user add a category, change its budget, rename
      *  it, or delete it, and set the class the kakeibo ratios
      *  report groups it under (区分: F food, H housing, X
      *  fixed, V variable, S savings; blank on a child follows its
      *  parent), and the useful life in years (耐用) that marks
      *  a durable-goods category for the asset register.
      *  Delete (and rename, which is delete plus add
      *  under the covers) is refused while any kozukai.dat or
      *  kozukaitemplate.dat row still references the category, so a
      *  slip here cannot orphan live rows or silently break
      *  CHECK-CATEGORY for the recurring templates.  Every change
      *  goes through AUDIT-WRITE.  A delete that passes those checks
      *  is not made here: it is parked in the two-person queue
      *  (kozukaimastchg.dat), and the row goes only when a second,
      *  different admin confirms it on kozukaimastapprove.cob, which
      *  runs the same checks again first.
      *  The client address must pass the allow-list
      *  (kozukaiipcheck.cob) for the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
        select mast-chg-file assign to "kozukaimastchg.dat"
           organization is indexed access mode is random
           record key is mcq-key
           file status is mast-chg-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd category-file.
       fd credentials-file.
       copy credentialsfile.

       fd mast-chg-file.
       copy mastchgfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 wparent-in      pic x(20) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'CLASS'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wclass-in       pic x(01) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'LIFE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wlife-in        pic x(02) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'USERNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
               04 ctbl-budget pic -z(9)9.
               04 ctbl-parent pic x(20).
               04 ctbl-medical pic x(06).
               04 ctbl-class  pic x(01).
               04 ctbl-life   pic z9.

       copy auditlog.


       copy web-lock.

       copy maintcheck.

       copy ipcheck.

       77 rc                 pic s9(10) binary.
       01 category-file-fs   pic 9(2).
       01 kozukai-file-fs    pic 9(2).
       01 wparent-num        pic x(20) value space.
       01 wold-parent        pic x(20) value space.
       01 wold-medical       pic x(01) value space.
       01 wold-class         pic x(01) value space.
       01 wold-life          pic 9(02) value zero.
       01 wlife-num          pic 9(02) value zero.
       01 parent-ok-flag     pic x value 'N'.
        88 parent-ok            value 'Y'.
        88 parent-not-ok        value 'N'.
        88 parent-referenced    value 'Y'.
        88 parent-not-referenced value 'N'.

      *  two-person queue working fields (see PARK-MASTER-CHANGE);
      *  wmcq-show is the value as the requester typed it, for the
      *  audit line
       01 mast-chg-file-fs   pic 9(2).
       01 wmcq-seq           pic 9(03) value zero.
       01 wmcq-flag          pic x value 'N'.
        88 wmcq-queued          value 'Y'.
       01 wmcq-show          pic x(40) value space.

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

          move 'CATEGORY' to wqg-name-key
          move 20         to wqg-max-len
          accept wqg-query-string from environment 'QUERY_STRING'
           when '削除'
           when '親設定'
           when '医療'
           when '区分'
           when '耐用'
             set lc-lock-exclusive to true
           when other
             set lc-lock-share to true
          end-evaluate.
          perform CHECK-MAINTENANCE.
          perform GET-LOCK-TIMEOUT.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero then
             when '削除'
             when '親設定'
             when '医療'
             when '区分'
             when '耐用'
               perform CHECK-LOGIN
               if login-not-ok then
                 move '認証エラーです'
                  when '削除' perform DELETE-CATEGORY
                  when '親設定' perform SET-PARENT
                  when '医療'   perform TOGGLE-MEDICAL
                  when '区分'   perform SET-CLASS
                  when '耐用'   perform SET-LIFE
                 end-evaluate
               end-if
             when other
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
             if werrmsg of webif-rec not = space
               go to ADD-CATEGORY-EXIT
             end-if
             perform CHECK-CLASS-VALID
             if werrmsg of webif-rec not = space
               go to ADD-CATEGORY-EXIT
             end-if

             move wparent-in of webif-rec to wparent-num
             perform CHECK-PARENT-VALID
             move wcategory of webif-rec to category-key
             move wbudget-num            to category-budget
             move wparent-num            to category-parent
             move space                  to category-medical
             move wclass-in of webif-rec to category-class
             move zero                   to category-life
             write category-rec
               invalid key
                 move '既に登録されている分類です'
                 move category-budget  to wold-budget
                 move category-parent  to wold-parent
                 move category-medical to wold-medical
                 move category-class   to wold-class
                 move category-life    to wold-life
             end-read

             move wnewname of webif-rec to category-key
             move wold-budget           to category-budget
             move wold-parent           to category-parent
             move wold-medical          to category-medical
             move wold-class            to category-class
             move wold-life             to category-life
             write category-rec
               invalid key
                 move '新名称は既に登録されています'
             exit.

      *----------------------------------------------------------------
      *  DELETE-CATEGORY  -  ask for a master row to be removed,
      *  refused while any kozukai.dat or kozukaitemplate.dat row
      *  still references it; the delete itself waits in the
      *  two-person queue for a second admin
      *----------------------------------------------------------------
       DELETE-CATEGORY section.
             if wcategory of webif-rec = space
               go to DELETE-CATEGORY-EXIT
             end-if

             open input category-file
             if category-file-fs not = zero then
               move '分類マスタを開けません'
                    to werrmsg of webif-rec
               invalid key
                 move '該当する分類がありません'
                      to werrmsg of webif-rec
                 close category-file
                 go to DELETE-CATEGORY-EXIT
             end-read
             move category-budget to wold-budget
             close category-file

             initialize mast-chg-rec
             set mcq-cat-delete to true
             move wcategory of webif-rec to mcq-target
             move space to mcq-value
             move wold-budget to wbudget-disp
             move space to mcq-before
             string 'budget=' delimited size
                    wbudget-disp delimited size
               into mcq-before
             end-string
             move space to wmcq-show
             perform PARK-MASTER-CHANGE.
       DELETE-CATEGORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PARK-MASTER-CHANGE  -  a master change takes a second admin:
      *  the request the caller filled in (kind, target, value and
      *  what the target holds now) goes into the two-person queue
      *  instead of being applied, for another admin to confirm on
      *  kozukaimastapprove.cob
      *----------------------------------------------------------------
       PARK-MASTER-CHANGE section.
             open i-o mast-chg-file
             if mast-chg-file-fs not = zero
               open output mast-chg-file
               close mast-chg-file
               open i-o mast-chg-file
             end-if
             if mast-chg-file-fs not = zero
               move '承認待ちに登録できません'
                    to werrmsg of webif-rec
               go to PARK-MASTER-CHANGE-EXIT
             end-if
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into mcq-stamp
             end-string
             move 'kozukaicatadmin' to mcq-program
             move wusername of webif-rec to mcq-requested-by
             move 'P' to mcq-status
             move space to mcq-decided-by
             move space to mcq-comment
             move mcq-stamp to mcq-updated
             move 'N' to wmcq-flag
             perform varying wmcq-seq from 0 by 1
                 until wmcq-seq > 99 or wmcq-queued
               move wmcq-seq to mcq-seq
               write mast-chg-rec
                 invalid key continue
                 not invalid key set wmcq-queued to true
               end-write
             end-perform
             close mast-chg-file

             if wmcq-queued
               move 'MASTREQ' to audit-operation
               move mcq-key to audit-key
               move space to audit-before-detail
               string mcq-kind   delimited size
                      ' '        delimited size
                      mcq-target delimited size
                      ' '        delimited size
                      mcq-before delimited size
                 into audit-before-detail
               end-string
               move wmcq-show to audit-after-detail
               perform AUDIT-WRITE
               move '承認待ちに登録しました'
                    to werrmsg of webif-rec
             else
               move '承認待ちに登録できません'
                    to werrmsg of webif-rec
             end-if.
       PARK-MASTER-CHANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-PARENT  -  set (or, with a blank PARENT, clear) the
      *  parent an existing category rolls up under, with the same
       TOGGLE-MEDICAL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-CLASS  -  set (or, blank, clear) the ratios class of an
      *  existing category; a cleared child follows its parent
      *----------------------------------------------------------------
       SET-CLASS section.
             if wcategory of webif-rec = space
               move '分類名が未入力です'
                    to werrmsg of webif-rec
               go to SET-CLASS-EXIT
             end-if
             perform CHECK-CLASS-VALID
             if werrmsg of webif-rec not = space
               go to SET-CLASS-EXIT
             end-if
             open i-o category-file
             if category-file-fs not = zero then
               move '分類マスタを開けません'
                    to werrmsg of webif-rec
               go to SET-CLASS-EXIT
             end-if
             move wcategory of webif-rec to category-key
             read category-file
               invalid key
                 move '該当する分類がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move 'CLASS' to audit-operation
                 move category-key to audit-key
                 move category-class to audit-before-detail
                 move wclass-in of webif-rec to category-class
                 rewrite category-rec
                 move category-class to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close category-file.
       SET-CLASS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SET-LIFE  -  set (or, blank or zero, clear) the useful life
      *  of an existing category in years; a category with a life
      *  is a durable-goods category.  Assets already registered
      *  keep the life they were taken in with.
      *----------------------------------------------------------------
       SET-LIFE section.
             if wcategory of webif-rec = space
               move '分類名が未入力です'
                    to werrmsg of webif-rec
               go to SET-LIFE-EXIT
             end-if
             move zero to wlife-num
             if wlife-in of webif-rec not = space
               if wlife-in of webif-rec (2:1) = space
                 move wlife-in of webif-rec (1:1)
                   to wlife-in of webif-rec (2:1)
                 move '0' to wlife-in of webif-rec (1:1)
               end-if
               if wlife-in of webif-rec numeric
                 move wlife-in of webif-rec to wlife-num
               else
                 move '耐用年数が不正です'
                      to werrmsg of webif-rec
                 go to SET-LIFE-EXIT
               end-if
             end-if
             open i-o category-file
             if category-file-fs not = zero then
               move '分類マスタを開けません'
                    to werrmsg of webif-rec
               go to SET-LIFE-EXIT
             end-if
             move wcategory of webif-rec to category-key
             read category-file
               invalid key
                 move '該当する分類がありません'
                      to werrmsg of webif-rec
               not invalid key
                 move 'LIFE' to audit-operation
                 move category-key to audit-key
                 move category-life to audit-before-detail
                 move wlife-num to category-life
                 rewrite category-rec
                 move category-life to audit-after-detail
                 perform AUDIT-WRITE
             end-read
             close category-file.
       SET-LIFE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-CLASS-VALID  -  the class is one of F H X V S, or
      *  blank
      *----------------------------------------------------------------
       CHECK-CLASS-VALID section.
             if wclass-in of webif-rec = 'f' or 'h' or 'x' or 'v'
                                        or 's'
               inspect wclass-in of webif-rec converting 'fhxvs'
                 to 'FHXVS'
             end-if
             if wclass-in of webif-rec not = space
                and wclass-in of webif-rec not = 'F'
                and wclass-in of webif-rec not = 'H'
                and wclass-in of webif-rec not = 'X'
                and wclass-in of webif-rec not = 'V'
                and wclass-in of webif-rec not = 'S'
               move '区分はF/H/X/V/Sのいずれかです'
                    to werrmsg of webif-rec
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-PARENT-VALID  -  a blank parent is always fine; a
      *  named one must exist in the master and be top-level itself,
                 move category-key    to ctbl-name (i)
                 move category-budget to ctbl-budget (i)
                 move category-parent to ctbl-parent (i)
                 move category-class  to ctbl-class (i)
                 move category-life   to ctbl-life (i)
                 if category-is-medical
                   move '医療' to ctbl-medical (i)
                 else
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
             move 'kozukaicatadmin' to ipc-target
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
               add 1 to wqg-dec-len
             end-perform
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
