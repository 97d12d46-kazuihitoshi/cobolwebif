       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaicaldl.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Download CGI for the money calendar kozukaiical.cob writes
      *  every night - the per-user URL a phone calendar imports.
      *  USERNAME/PASSWORD are checked against the credentials
      *  master; a login bound to a member (cred-member) is handed
      *  that member's kozukaical_<member>.ics, an unbound one the
      *  household's kozukaical.ics.  The file goes out as
      *  text/calendar with the CR put back on every line end; a
      *  failed login or a calendar not written yet answers with
      *  the caldl.html screen and the reason.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
        select ics-file assign to wics-filename
           organization line sequential
           file status is ics-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd credentials-file.
       copy credentialsfile.

       fd ics-file.
       01 ics-line           pic x(200).

       WORKING-STORAGE SECTION.
       01 webif-rec.
         02 filler pic x(15) value 'SCREENNAME'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wscreenname     pic x(80) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'ERRMSG'.
         02 filler pic x value low-value.
         02 filler pic x value space.
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

       copy auditlog.

       01 credentials-file-fs pic 9(2).
       01 ics-file-fs        pic 9(2).
       01 ics-eof            pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 wics-filename      pic x(40) value space.
       01 wlen               pic 9(03) value zero.
       01 wline-count        pic 9(07) value zero.
       01 wline-count-disp   pic zzzzzz9.

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-member      pic x(20) value space.
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

          call 'kozukaiwebinput'.
          call 'WEB_POP' using webif-rec.
          if wscreenname of webif-rec = space then
            move 'caldl.html' to wscreenname of webif-rec
          end-if.

          perform PAGE-LOG-WRITE.

          perform CHECK-LOGIN.
          if login-not-ok
            move '認証エラーです' to werrmsg of webif-rec
            go to MAIN-PROC-SHOW
          end-if.

          if wlogin-member = space
            move 'kozukaical.ics' to wics-filename
          else
            move 20 to wlen
            perform until wlen = zero
               or wlogin-member (wlen:1) not = space
              subtract 1 from wlen
            end-perform
            string 'kozukaical_' delimited size
                   wlogin-member (1:wlen) delimited size
                   '.ics' delimited size
              into wics-filename
            end-string
          end-if.

          open input ics-file.
          if ics-file-fs not = zero
            string 'カレンダーはまだ作成されていません'
                     delimited size
              into werrmsg of webif-rec
            end-string
            go to MAIN-PROC-SHOW
          end-if.

          perform SEND-CALENDAR.
          close ics-file.

          move 'DOWNLOAD' to audit-operation.
          move wics-filename to audit-key.
          move space to audit-before-detail.
          move wline-count to wline-count-disp.
          string wline-count-disp delimited size
                 ' lines'         delimited size
            into audit-after-detail
          end-string.
          perform AUDIT-WRITE.
          STOP RUN.

       MAIN-PROC-SHOW.
          move space to wpassword of webif-rec.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  SEND-CALENDAR  -  the header block, then the file line by
      *  line with CR LF line ends as iCalendar wants them
      *----------------------------------------------------------------
       SEND-CALENDAR section.
             display 'Content-Type: text/calendar; charset=utf-8'
             display 'Content-Disposition: attachment; '
                     'filename="kozukai.ics"'
             display 'Cache-Control: no-cache'
             display x'0a' with no advancing
             move space to ics-eof
             read ics-file
               at end move 'EOF' to ics-eof
             end-read
             perform until ics-eof = 'EOF'
               move 200 to wlen
               perform until wlen = zero
                  or (ics-line (wlen:1) not = space
                      and ics-line (wlen:1) not = x'0d')
                 subtract 1 from wlen
               end-perform
               if wlen > zero
                 display ics-line (1:wlen) x'0d'
                 add 1 to wline-count
               end-if
               read ics-file
                 at end move 'EOF' to ics-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  unlocked row in the credentials master; the row's member
      *  binding decides whose calendar is handed out
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             move space to wlogin-member
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
             move cred-member to wlogin-member.
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
      *  PAGE-LOG-WRITE  -  drop one line to the shared access log so
      *  there's a record of which program served this hit
      *------------------------------------------------
       PAGE-LOG-WRITE section.
             move 'kozukaicaldl' to audit-program
             accept wnow-date from date yyyymmdd
             accept wnow-time from time
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move 'HIT' to audit-operation
             move space to audit-key
             move space to audit-user
             move space to audit-before-detail
             move space to audit-after-detail
             call 'kozukaiauditwrite' using audit-rec
             exit.

      *------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
      *  hand it to the shared audit funnel
      *------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaicaldl' to audit-program
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
