       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiipcheck.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - may this client address come in?  The
      *  admin screens hand it an ip-check-area naming themselves
      *  (scope 'P') before anything else is done, and the role of
      *  the credential row being logged in with (scope 'R') before
      *  its password is even looked at.  The allow-list
      *  kozukaiallow.dat is read for the target's ranges: none at
      *  all (or no allow-list yet) lets every address in; otherwise
      *  the address, REMOTE_ADDR unless the caller gave one, must
      *  fall inside one of them.  An address that is not a dotted
      *  IPv4 one only matches a row holding it exactly.  What to do
      *  about a refusal - the message, the audit line - is the
      *  caller's business.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select allow-file assign to "kozukaiallow.dat"
           organization is indexed access mode is dynamic
           record key is alw-key
           file status is allow-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd allow-file.
       copy allowfile.

       WORKING-STORAGE SECTION.
       01 allow-file-fs      pic 9(2).
       01 allow-eof          pic x(3) value space.
       01 waddr-num          pic 9(12) value zero.
       01 waddr-ipv4         pic x value 'N'.
          88 waddr-is-ipv4      value 'Y'.
       01 wfrom-num          pic 9(12) value zero.
       01 wto-num            pic 9(12) value zero.
       01 wrange-ok          pic x value 'N'.
          88 wrange-is-ipv4     value 'Y'.

      *  PARSE-ADDRESS work area: wpa-text in, wpa-num/wpa-valid out
       01 wpa-text           pic x(40) value space.
       01 wpa-num            pic 9(12) value zero.
       01 wpa-flag           pic x value 'N'.
          88 wpa-valid          value 'Y'.
          88 wpa-invalid        value 'N'.
       01 wpa-parts.
          02 wpa-part        pic x(04) occurs 4.
       01 wpa-lens.
          02 wpa-len         pic 9(02) occurs 4.
       01 wpa-count          pic 9(02) value zero.
       01 wpa-ptr            pic 9(02) value zero.
       01 wpa-octet          pic 9(03) value zero.
       01 wpa-i              pic 9(01) value zero.

       LINKAGE SECTION.
       copy ipcheck.

       PROCEDURE             DIVISION using ip-check-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          set ipc-allowed to true.
          set ipc-no-list to true.
          if ipc-addr = space then
            accept ipc-addr from environment 'REMOTE_ADDR'
          end-if.
          if ipc-target = space then
            exit program
          end-if.

          open input allow-file.
          if allow-file-fs not = zero then
            exit program
          end-if.

          move ipc-addr to wpa-text.
          perform PARSE-ADDRESS.
          move wpa-num to waddr-num.
          move wpa-flag to waddr-ipv4.

          move ipc-scope  to alw-scope.
          move ipc-target to alw-target.
          move zero       to alw-seq.
          move space to allow-eof.
          start allow-file key is not less than alw-key
            invalid key move 'EOF' to allow-eof
          end-start.
          if allow-eof not = 'EOF'
            read allow-file next record
              at end move 'EOF' to allow-eof
            end-read
          end-if.
          perform until allow-eof = 'EOF'
             or alw-scope not = ipc-scope
             or alw-target not = ipc-target
            if ipc-no-list
              set ipc-has-list to true
              set ipc-refused to true
            end-if
            perform MATCH-RANGE
            if ipc-allowed
              move 'EOF' to allow-eof
            else
              read allow-file next record
                at end move 'EOF' to allow-eof
              end-read
            end-if
          end-perform.
          close allow-file.
          exit program.

      *----------------------------------------------------------------
      *  MATCH-RANGE  -  does the current row take in the address?
      *  Both ends parse as IPv4 and the address lies between them,
      *  or the row's text is the address itself
      *----------------------------------------------------------------
       MATCH-RANGE section.
             if alw-from = ipc-addr
                and (alw-to = space or alw-to = ipc-addr)
               set ipc-allowed to true
               go to MATCH-RANGE-EXIT
             end-if
             if not waddr-is-ipv4
               go to MATCH-RANGE-EXIT
             end-if
             move alw-from to wpa-text
             perform PARSE-ADDRESS
             if wpa-invalid
               go to MATCH-RANGE-EXIT
             end-if
             move wpa-num to wfrom-num
             if alw-to = space
               move wfrom-num to wto-num
             else
               move alw-to to wpa-text
               perform PARSE-ADDRESS
               if wpa-invalid
                 go to MATCH-RANGE-EXIT
               end-if
               move wpa-num to wto-num
             end-if
             if waddr-num >= wfrom-num and waddr-num <= wto-num
               set ipc-allowed to true
             end-if.
       MATCH-RANGE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PARSE-ADDRESS  -  wpa-text as a dotted IPv4 address: four
      *  parts of one to three digits, each 0-255, nothing after.
      *  wpa-num carries it as twelve digits, three per part, so two
      *  addresses compare as numbers.
      *----------------------------------------------------------------
       PARSE-ADDRESS section.
             set wpa-invalid to true
             move zero to wpa-num
             move space to wpa-parts
             move zero to wpa-lens
             move zero to wpa-count
             move 1 to wpa-ptr
             unstring wpa-text delimited by '.' or space
                into wpa-part (1) count in wpa-len (1)
                     wpa-part (2) count in wpa-len (2)
                     wpa-part (3) count in wpa-len (3)
                     wpa-part (4) count in wpa-len (4)
                with pointer wpa-ptr
                tallying in wpa-count
             end-unstring
             if wpa-count not = 4
               go to PARSE-ADDRESS-EXIT
             end-if
             if wpa-ptr <= 40
               if wpa-text (wpa-ptr:) not = space
                 go to PARSE-ADDRESS-EXIT
               end-if
             end-if
             perform varying wpa-i from 1 by 1 until wpa-i > 4
               if wpa-len (wpa-i) < 1 or wpa-len (wpa-i) > 3
                 go to PARSE-ADDRESS-EXIT
               end-if
               if wpa-part (wpa-i) (1:wpa-len (wpa-i)) not numeric
                 go to PARSE-ADDRESS-EXIT
               end-if
               move wpa-part (wpa-i) (1:wpa-len (wpa-i))
                 to wpa-octet
               if wpa-octet > 255
                 go to PARSE-ADDRESS-EXIT
               end-if
               compute wpa-num = wpa-num * 1000 + wpa-octet
             end-perform
             set wpa-valid to true.
       PARSE-ADDRESS-EXIT.
             exit.
