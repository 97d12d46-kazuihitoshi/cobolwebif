      *  filtered by TYPE), and renders a selected run
      *  (RPTTYPE/RPTTS) in the browser forty lines at a time
      *  (OFFSET pages deeper), so any past report is retrievable
      *  without shell access to the working directory.  A run
      *  cataloged for one member (rpt-member, the month-end member
      *  statements) is listed and rendered only for a login
      *  (USERNAME/PASSWORD) bound to that member, or an admin; to
      *  anyone else it is not there.  The household reports need no
      *  login, as before.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
        select rpt-file assign to wrpt-filename
           organization line sequential
           file status is rpt-file-fs.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd rptcat-file.
       fd rpt-file.
       01 rpt-line           pic x(100).

       fd credentials-file.
       copy credentialsfile.

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 woffset-in      pic x(06) value space.
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
               04 ctbl-ts     pic x(14).
               04 ctbl-params pic x(20).
               04 ctbl-lines  pic z(5)9.
               04 ctbl-member pic x(20).
         02 rpt-body-table.
            03 rpt-body-array occurs 40.
               04 btbl-line pic x(100).
       01 i                  pic 9(03).
       01 wskip              pic 9(06) value zero.
       01 wline-no           pic 9(06) value zero.
       01 credentials-file-fs pic 9(2).
       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-role        pic x(06) value space.
       01 wbound-member      pic x(20) value space.
       01 wmay-see-flag      pic x value 'N'.
        88 may-see-run          value 'Y'.

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
          end-if.

          perform PAGE-LOG-WRITE.
          perform CHECK-LOGIN.

          perform LIST-CATALOG.
          if wsel-type of webif-rec not = space
            perform RENDER-REPORT
          end-if.

          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.
               end-read
             end-if
             perform until rptcat-eof = 'EOF' or i >= 15
               perform CHECK-MAY-SEE
               if (wtype-filter of webif-rec = space
                   or rpt-type = wtype-filter of webif-rec)
                  and may-see-run
                 add 1 to i
                 move rpt-type   to ctbl-type (i)
                 move rpt-run-ts to ctbl-ts (i)
                 move rpt-params to ctbl-params (i)
                 move rpt-lines  to ctbl-lines (i)
                 move rpt-member to ctbl-member (i)
               end-if
               read rptcat-file previous record
                 at end move 'EOF' to rptcat-eof
                 close rptcat-file
                 go to RENDER-REPORT-EXIT
             end-read
             perform CHECK-MAY-SEE
             if not may-see-run
               move '該当する帳票がありません'
                    to werrmsg of webif-rec
               close rptcat-file
               go to RENDER-REPORT-EXIT
             end-if
             move rpt-filename to wrpt-filename
             close rptcat-file

       RENDER-REPORT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  CHECK-MAY-SEE  -  the catalog row in hand is visible when it
      *  belongs to no member, or to the member the login is bound
      *  to, or the login is an admin
      *----------------------------------------------------------------
       CHECK-MAY-SEE section.
             move 'N' to wmay-see-flag
             if rpt-member = space
               set may-see-run to true
             else
               if login-ok
                  and (wlogin-role = 'admin'
                       or rpt-member = wbound-member)
                 set may-see-run to true
               end-if
             end-if
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  validate the posted USERNAME/PASSWORD against
      *  the credentials master, noting the role and the member the
      *  login is bound to; no username is simply not logged in
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             move space to wbound-member
             if wusername of webif-rec not = space then
               move wusername of webif-rec to cred-username
               open input credentials-file
               if credentials-file-fs = zero then
                 read credentials-file
                   invalid key set login-not-ok to true
                   not invalid key
                     perform VERIFY-CRED-PASSWORD
                     move cred-role to wlogin-role
                     move cred-member to wbound-member
                 end-read
                 close credentials-file
               end-if
             end-if
             if login-not-ok
               move space to wbound-member
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

      *------------------------------------------------
      *  PAGE-LOG-WRITE  -  drop one line to the shared access log so
      *  there's a record of which program served this hit
             move space to audit-after-detail
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
