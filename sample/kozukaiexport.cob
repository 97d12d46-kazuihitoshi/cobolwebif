       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiexport.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Export CGI - runs one of the exports with the parameters
      *  given on the export.html screen and hands the result
      *  straight to the browser as a CSV download, instead of
      *  leaving it in the server's working directory for somebody
      *  to fetch.  EXPORT picks which:
      *    LEDGER   kozukaicsv.cob over FROMDATE..TODATE, any role
      *    JOURNAL  kozukaijournal.cob for YEAR (this year when
      *             blank), poster or admin
      *    CHANGES  kozukaifeed.cob replaying FROMDATE..TODATE - the
      *             checkpoint the downstream consumer relies on is
      *             left alone - admin only
      *    FORMS    the multiform capture file, stamps inside
      *             FROMDATE..TODATE, written here as multiformview's
      *             CSV mode writes it, admin only
      *  A login bound to a member (cred-member) gets the ledger and
      *  the journal cut to that member's rows plus the shared
      *  blank-member rows, and is refused the two exports that have
      *  no member column to cut on.  Runs hold export_lock so two
      *  pulls cannot overwrite each other's file (FORMS, written
      *  from the capture file directly, holds multiform_lock
      *  instead), and each one leaves an EXPORT audit row naming
      *  the login, the export and its parameters.  The client
      *  address must pass the allow-list (kozukaiipcheck.cob) for
      *  the screen and for the role.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select credentials-file assign to "credentials.dat"
           organization is indexed access mode is random
           record key is cred-username
           file status is credentials-file-fs.
        select export-file assign to wexport-filename
           organization line sequential
           file status is export-file-fs.
        select capture-file assign to "formcapture.dat"
           organization is indexed access mode is sequential
           record key is capture-key
           file status is capture-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd credentials-file.
       copy credentialsfile.

       fd export-file.
       01 export-line        pic x(300).

       fd capture-file.
       copy formcapturefile.

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
         02 filler pic x(15) value 'EXPORT'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wexport         pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'FROMDATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wfromdate       pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'TODATE'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wtodate         pic x(08) value space.
         02 filler pic x value low-value.
         02 filler pic x(15) value 'YEAR'.
         02 filler pic x value low-value.
         02 filler pic x value space.
         02 filler pic x value low-value.
         02 wyear           pic x(04) value space.
         02 filler pic x value low-value.

       copy auditlog.
       copy web-lock.
       copy datecheck.
       copy ipcheck.
       77 rc                 pic s9(10) usage binary.

       01 credentials-file-fs pic 9(2).
       01 export-file-fs     pic 9(2).
       01 capture-file-fs    pic 9(2).
       01 export-eof         pic x(3) value space.
       01 capture-eof        pic x(3) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).

      *  the run: the batch command, the file it leaves behind and
      *  the name the browser is offered
       01 wcommand           pic x(200) value space.
       01 wexport-filename   pic x(40) value space.
       01 wdownload-name     pic x(60) value space.
       01 wfrom-date         pic x(08) value space.
       01 wto-date           pic x(08) value space.
       01 wrange-name        pic x(17) value space.
       01 wlen               pic 9(03) value zero.
       01 wline-count        pic 9(07) value zero.
       01 wline-count-disp   pic zzzzzz9.
       01 wlocked-flag       pic x value 'N'.
        88 export-locked        value 'Y'.

      *  CSV-QUOTE-FIELD working fields for the FORMS export, as
      *  multiformview.cob has them
       01 wcsv-line          pic x(90) value space.
       01 wcsv-q-in          pic x(15) value space.
       01 wcsv-q-out         pic x(34) value space.
       77 wcsv-q-opos        pic 9(3) comp value zero.
       77 wcsv-q-i           pic 9(3) comp value zero.
       01 wcsv-d1-quoted     pic x(34) value space.
       77 wcsv-d1-len        pic 9(3) comp value zero.
       01 wcsv-d2-quoted     pic x(34) value space.
       77 wcsv-d2-len        pic 9(3) comp value zero.

       01 login-ok-flag      pic x value 'N'.
        88 login-ok             value 'Y'.
        88 login-not-ok         value 'N'.
       01 wlogin-role        pic x(06) value space.
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
            move 'export.html' to wscreenname of webif-rec
          end-if.

          perform PAGE-LOG-WRITE.

          perform CHECK-CLIENT-ADDRESS.
          if ipc-refused
            go to MAIN-PROC-SHOW
          end-if.

          if wexport of webif-rec = space
            go to MAIN-PROC-SHOW
          end-if.

          perform CHECK-LOGIN.
          if login-not-ok
            move '認証エラーです' to werrmsg of webif-rec
            go to MAIN-PROC-SHOW
          end-if.

          perform CHECK-PARAMETERS.
          if werrmsg of webif-rec not = space
            go to MAIN-PROC-SHOW
          end-if.

          if wexport of webif-rec = 'FORMS'
            move 'multiform_lock' to lc-lock-file
            set lc-lock-share to true
          else
            move 'export_lock' to lc-lock-file
            set lc-lock-exclusive to true
          end-if.
          call 'WEB_LOCK' using lc-web-lock rc.
          if rc not = zero
            string 'ロックを取得できないため'
                     delimited size
                   '出力できません'
                     delimited size
              into werrmsg of webif-rec
            end-string
            go to MAIN-PROC-SHOW
          end-if.
          set export-locked to true.

          if wexport of webif-rec = 'FORMS'
            perform SEND-FORMS
          else
            perform RUN-EXPORT
            if werrmsg of webif-rec not = space
              go to MAIN-PROC-SHOW
            end-if
            perform SEND-EXPORT-FILE
            close export-file
          end-if.

          call 'WEB_UNLOCK' using lc-web-lock rc.

          move 'EXPORT' to audit-operation.
          move wexport of webif-rec to audit-key.
          move space to audit-before-detail.
          string wrange-name   delimited by space
                 ' '           delimited size
                 wlogin-member delimited by space
            into audit-before-detail
          end-string.
          move wline-count to wline-count-disp.
          string wline-count-disp delimited size
                 ' lines '        delimited size
                 wdownload-name   delimited by space
            into audit-after-detail
          end-string.
          perform AUDIT-WRITE.
          STOP RUN.

       MAIN-PROC-SHOW.
          if export-locked
            call 'WEB_UNLOCK' using lc-web-lock rc
          end-if.
          move space to wpassword of webif-rec.
          perform TRANSLATE-MESSAGE.
          call 'WEB_PUSH' using webif-rec.
          call 'WEB_SHOW'.
          STOP RUN.

      *----------------------------------------------------------------
      *  CHECK-PARAMETERS  -  the role each export needs, its dates
      *  or year, and from those the batch command, the file it
      *  writes and the download name; any refusal is left in
      *  werrmsg
      *----------------------------------------------------------------
       CHECK-PARAMETERS section.
             accept wnow-date from date yyyymmdd
             move '00000000' to wfrom-date
             move '99999999' to wto-date
             if wfromdate of webif-rec not = space
               move wfromdate of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '開始日が正しくありません'
                   to werrmsg of webif-rec
                 go to CHECK-PARAMETERS-EXIT
               end-if
               move wfromdate of webif-rec to wfrom-date
             end-if
             if wtodate of webif-rec not = space
               move wtodate of webif-rec to wdc-date
               perform CHECK-DATE
               if date-not-ok
                 move '終了日が正しくありません'
                   to werrmsg of webif-rec
                 go to CHECK-PARAMETERS-EXIT
               end-if
               move wtodate of webif-rec to wto-date
             end-if
             if wfrom-date > wto-date
               string '開始日が終了日より後です'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to CHECK-PARAMETERS-EXIT
             end-if
             if wfromdate of webif-rec = space
                and wtodate of webif-rec = space
               move 'all' to wrange-name
             else
               string wfrom-date delimited size
                      '_'        delimited size
                      wto-date   delimited size
                 into wrange-name
               end-string
             end-if

             evaluate wexport of webif-rec
               when 'LEDGER'
                 string 'kozukaicsv '  delimited size
                        wfrom-date     delimited size
                        ' '            delimited size
                        wto-date       delimited size
                        ' '            delimited size
                        wlogin-member  delimited by space
                   into wcommand
                 end-string
                 move 'kozukaicsv.txt' to wexport-filename
                 string 'kozukai_ledger_' delimited size
                        wrange-name       delimited by space
                        '.csv'            delimited size
                   into wdownload-name
                 end-string
               when 'JOURNAL'
                 if wlogin-role = 'viewer'
                   move '権限がありません'
                     to werrmsg of webif-rec
                   go to CHECK-PARAMETERS-EXIT
                 end-if
                 if wyear of webif-rec = space
                   move wnow-date (1:4) to wyear of webif-rec
                 end-if
                 if wyear of webif-rec not numeric
                   move '年が正しくありません'
                     to werrmsg of webif-rec
                   go to CHECK-PARAMETERS-EXIT
                 end-if
                 move wyear of webif-rec to wrange-name
                 string 'kozukaijournal ' delimited size
                        wyear of webif-rec delimited size
                        ' '                delimited size
                        wlogin-member      delimited by space
                   into wcommand
                 end-string
                 move 'kozukaijournal.csv' to wexport-filename
                 string 'kozukai_journal_' delimited size
                        wyear of webif-rec delimited size
                        '.csv'             delimited size
                   into wdownload-name
                 end-string
               when 'CHANGES'
                 if wlogin-role not = 'admin'
                    or wlogin-member not = space
                   move '権限がありません'
                     to werrmsg of webif-rec
                   go to CHECK-PARAMETERS-EXIT
                 end-if
                 string 'kozukaifeed ' delimited size
                        wfrom-date     delimited size
                        ' '            delimited size
                        wto-date       delimited size
                   into wcommand
                 end-string
                 move 'kozukaifeedrpl.csv' to wexport-filename
                 string 'kozukai_changes_' delimited size
                        wrange-name        delimited by space
                        '.csv'             delimited size
                   into wdownload-name
                 end-string
               when 'FORMS'
                 if wlogin-role not = 'admin'
                    or wlogin-member not = space
                   move '権限がありません'
                     to werrmsg of webif-rec
                   go to CHECK-PARAMETERS-EXIT
                 end-if
                 string 'kozukai_forms_' delimited size
                        wrange-name      delimited by space
                        '.csv'           delimited size
                   into wdownload-name
                 end-string
               when other
                 string 'エクスポートの種類が'
                          delimited size
                        '正しくありません'
                          delimited size
                   into werrmsg of webif-rec
                 end-string
             end-evaluate.
       CHECK-PARAMETERS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  RUN-EXPORT  -  the batch program with its arguments, its
      *  own progress lines sent to kozukaiexport.log so they cannot
      *  land in the download, then its output file opened
      *----------------------------------------------------------------
       RUN-EXPORT section.
             move 200 to wlen
             perform until wlen = zero
                or wcommand (wlen:1) not = space
               subtract 1 from wlen
             end-perform
             add 1 to wlen
             string ' > kozukaiexport.log 2>&1' delimited size
               into wcommand
               with pointer wlen
             end-string
             call 'SYSTEM' using wcommand
             if return-code not = zero
               move zero to return-code
               string 'エクスポートに失敗しました'
                        delimited size
                 into werrmsg of webif-rec
               end-string
               go to RUN-EXPORT-EXIT
             end-if
             open input export-file
             if export-file-fs not = zero
               string 'エクスポートに失敗しました'
                        delimited size
                 into werrmsg of webif-rec
               end-string
             end-if.
       RUN-EXPORT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SEND-HEADERS  -  the download's header block
      *----------------------------------------------------------------
       SEND-HEADERS section.
             display 'Content-Type: text/csv; charset=utf-8'
             display 'Content-Disposition: attachment; filename="'
                     wdownload-name (1:wlen) '"'
             display 'Cache-Control: no-cache'
             display x'0a' with no advancing
             exit.

      *----------------------------------------------------------------
      *  SEND-EXPORT-FILE  -  the headers, then the export file line
      *  by line with CR LF line ends as CSV readers expect
      *----------------------------------------------------------------
       SEND-EXPORT-FILE section.
             perform TRIM-DOWNLOAD-NAME
             perform SEND-HEADERS
             move space to export-eof
             read export-file
               at end move 'EOF' to export-eof
             end-read
             perform until export-eof = 'EOF'
               move 300 to wlen
               perform until wlen = zero
                  or export-line (wlen:1) not = space
                 subtract 1 from wlen
               end-perform
               if wlen > zero
                 display export-line (1:wlen) x'0d'
                 add 1 to wline-count
               end-if
               read export-file
                 at end move 'EOF' to export-eof
               end-read
             end-perform
             exit.

      *----------------------------------------------------------------
      *  SEND-FORMS  -  the capture file, read under multiform_lock
      *  (share) rather than export_lock since nothing is written to
      *  disk, one CSV line per submission stamped inside the range
      *  straight to the browser
      *----------------------------------------------------------------
       SEND-FORMS section.
             perform TRIM-DOWNLOAD-NAME
             perform SEND-HEADERS
             display 'STAMP,SEQ,DATA1,DATA2' x'0d'
             add 1 to wline-count
             open input capture-file
             if capture-file-fs not = zero
               go to SEND-FORMS-EXIT
             end-if
             move space to capture-eof
             read capture-file next record
               at end move 'EOF' to capture-eof
             end-read
             perform until capture-eof = 'EOF'
               if capture-stamp (1:8) >= wfrom-date
                  and capture-stamp (1:8) <= wto-date
                 perform SEND-FORM-LINE
               end-if
               read capture-file next record
                 at end move 'EOF' to capture-eof
               end-read
             end-perform
             close capture-file.
       SEND-FORMS-EXIT.
             exit.

       SEND-FORM-LINE section.
             move capture-data1 to wcsv-q-in
             perform CSV-QUOTE-FIELD
             move wcsv-q-out  to wcsv-d1-quoted
             move wcsv-q-opos to wcsv-d1-len
             move capture-data2 to wcsv-q-in
             perform CSV-QUOTE-FIELD
             move wcsv-q-out  to wcsv-d2-quoted
             move wcsv-q-opos to wcsv-d2-len
             move spaces to wcsv-line
             string capture-stamp delimited size
                    ','           delimited size
                    capture-seq   delimited size
                    ','           delimited size
                    wcsv-d1-quoted (1:wcsv-d1-len)
                                  delimited size
                    ','           delimited size
                    wcsv-d2-quoted (1:wcsv-d2-len)
                                  delimited size
               into wcsv-line
             end-string
             move 90 to wlen
             perform until wlen = zero
                or wcsv-line (wlen:1) not = space
               subtract 1 from wlen
             end-perform
             display wcsv-line (1:wlen) x'0d'
             add 1 to wline-count
             exit.

      *----------------------------------------------------------------
      *  CSV-QUOTE-FIELD  -  wrap wcsv-q-in in double quotes into
      *  wcsv-q-out, doubling any embedded double-quote, and return
      *  the quoted length in wcsv-q-opos
      *----------------------------------------------------------------
       CSV-QUOTE-FIELD section.
             move space to wcsv-q-out
             move zero  to wcsv-q-opos
             add 1 to wcsv-q-opos
             move '"' to wcsv-q-out (wcsv-q-opos:1)
             perform varying wcsv-q-i from 1 by 1
                        until wcsv-q-i > length of wcsv-q-in
               if wcsv-q-in (wcsv-q-i:1) = '"'
                 add 1 to wcsv-q-opos
                 move '"' to wcsv-q-out (wcsv-q-opos:1)
               end-if
               add 1 to wcsv-q-opos
               move wcsv-q-in (wcsv-q-i:1)
                 to wcsv-q-out (wcsv-q-opos:1)
             end-perform
             add 1 to wcsv-q-opos
             move '"' to wcsv-q-out (wcsv-q-opos:1)
             exit.

      *----------------------------------------------------------------
      *  TRIM-DOWNLOAD-NAME  -  wlen set to the download name's
      *  length for the Content-Disposition line
      *----------------------------------------------------------------
       TRIM-DOWNLOAD-NAME section.
             move 60 to wlen
             perform until wlen = 1
                or wdownload-name (wlen:1) not = space
               subtract 1 from wlen
             end-perform
             exit.

      *----------------------------------------------------------------
      *  CHECK-DATE  -  wdc-date must be a real calendar date
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
      *  CHECK-LOGIN  -  confirm wusername/wpassword match an
      *  unlocked row in the credentials master; the row's role and
      *  member binding decide which exports it may pull and which
      *  rows they carry
      *----------------------------------------------------------------
       CHECK-LOGIN section.
             set login-not-ok to true
             move space to wlogin-role
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
             perform CHECK-ROLE-ADDRESS
             if ipc-refused
               go to CHECK-LOGIN-EXIT
             end-if
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
             move cred-role to wlogin-role
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
             move 'kozukaiexport' to audit-program
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
      *  CHECK-CLIENT-ADDRESS  -  the allow-list for this screen
      *  (kozukaiipcheck.cob), before any login is looked at; a
      *  refused address is audited as IPREFUSE and turned away
      *------------------------------------------------
       CHECK-CLIENT-ADDRESS section.
             set ipc-for-program to true
             move 'kozukaiexport' to ipc-target
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

      *------------------------------------------------
      *  CHECK-ROLE-ADDRESS  -  the allow-list for the role of the
      *  credential row just read, before its password is checked; a
      *  refused address is audited as IPREFUSE and the login fails
      *------------------------------------------------
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

      *------------------------------------------------
      *  AUDIT-WRITE  -  stamp the program/timestamp onto audit-rec
      *  (operation/key/before/after already set by the caller) and
      *  hand it to the shared audit funnel
      *------------------------------------------------
       AUDIT-WRITE section.
             move 'kozukaiexport' to audit-program
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
