       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaijsonout.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - writes a FORMAT=JSON answer to standard
      *  output in place of the WEB_SHOW template, one step per call
      *  in a json-out-area (see the JSONOUT copybook for the steps
      *  and the documents' field lists).  It keeps the nesting
      *  itself, so the caller never has to place a comma, and
      *  escapes every string: a quote and a backslash get a
      *  backslash, any other control byte becomes \u00XX, and the
      *  UTF-8 text of names and notes passes through unchanged.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       DATA                  DIVISION.
       WORKING-STORAGE SECTION.
      *  one level per open object or array, the document itself at
      *  level 1: its kind (O object, A array) and whether anything
      *  has been written in it yet
       01 jw-level-tab.
        02 jw-level occurs 10.
         03 jw-kind          pic x(01).
         03 jw-first         pic x(01).
       01 jw-depth           pic 9(02) value zero.

       01 jw-buf             pic x(600) value space.
       01 jw-ptr             pic 9(04) value 1.
       01 jw-len             pic 9(03) value zero.
       01 jw-name-len        pic 9(02) value zero.
       01 jw-x               pic 9(03) value zero.
       01 jw-byte            pic x(01).
       01 jw-code            pic 9(03) value zero.
       01 jw-hi              pic 9(02) value zero.
       01 jw-lo              pic 9(02) value zero.
       01 jw-hex-digits      pic x(16) value '0123456789abcdef'.

       LINKAGE SECTION.
       copy jsonout.

       PROCEDURE             DIVISION using json-out-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move space to jw-buf.
          move 1 to jw-ptr.

          evaluate true
           when jo-begin
             perform BEGIN-DOCUMENT
           when jo-open-object
           when jo-open-array
             perform OPEN-LEVEL
           when jo-close-object
           when jo-close-array
             perform CLOSE-LEVEL
           when jo-string
             perform PUT-MEMBER-NAME
             perform PUT-STRING-VALUE
           when jo-literal
             perform PUT-MEMBER-NAME
             perform PUT-LITERAL-VALUE
           when jo-end
             perform END-DOCUMENT
          end-evaluate.

          if jw-ptr > 1
            display jw-buf (1:jw-ptr - 1) with no advancing
          end-if.

          exit program.

      *----------------------------------------------------------------
      *  BEGIN-DOCUMENT  -  the header block, then the document's
      *  own object opened with its name and version
      *----------------------------------------------------------------
       BEGIN-DOCUMENT section.
             display 'Content-Type: application/json; charset=utf-8'
             display 'Cache-Control: no-cache'
             display x'0a' with no advancing
             move 1 to jw-depth
             move 'O' to jw-kind (1)
             move 'Y' to jw-first (1)
             string '{' delimited size into jw-buf
               with pointer jw-ptr
             end-string
             move jo-name to jo-value
             move 'document' to jo-name
             perform PUT-MEMBER-NAME
             perform PUT-STRING-VALUE
             move 'version' to jo-name
             move '1' to jo-value
             perform PUT-MEMBER-NAME
             perform PUT-LITERAL-VALUE
             exit.

      *----------------------------------------------------------------
      *  END-DOCUMENT  -  close whatever the caller left open, then
      *  the document itself
      *----------------------------------------------------------------
       END-DOCUMENT section.
             perform until jw-depth = zero
               perform CLOSE-LEVEL
             end-perform
             display jw-buf (1:jw-ptr - 1)
             move 1 to jw-ptr
             exit.

      *----------------------------------------------------------------
      *  OPEN-LEVEL / CLOSE-LEVEL  -  one nesting level on or off
      *----------------------------------------------------------------
       OPEN-LEVEL section.
             if jw-depth >= 10
               go to OPEN-LEVEL-EXIT
             end-if
             perform PUT-MEMBER-NAME
             add 1 to jw-depth
             move 'Y' to jw-first (jw-depth)
             if jo-open-array
               move 'A' to jw-kind (jw-depth)
               string '[' delimited size into jw-buf
                 with pointer jw-ptr
               end-string
             else
               move 'O' to jw-kind (jw-depth)
               string '{' delimited size into jw-buf
                 with pointer jw-ptr
               end-string
             end-if.
       OPEN-LEVEL-EXIT.
             exit.

       CLOSE-LEVEL section.
             if jw-depth = zero
               go to CLOSE-LEVEL-EXIT
             end-if
             if jw-kind (jw-depth) = 'A'
               string ']' delimited size into jw-buf
                 with pointer jw-ptr
               end-string
             else
               string '}' delimited size into jw-buf
                 with pointer jw-ptr
               end-string
             end-if
             subtract 1 from jw-depth.
       CLOSE-LEVEL-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PUT-MEMBER-NAME  -  the separating comma when the level
      *  already holds something, and inside an object the quoted
      *  member name and its colon
      *----------------------------------------------------------------
       PUT-MEMBER-NAME section.
             if jw-depth = zero
               go to PUT-MEMBER-NAME-EXIT
             end-if
             if jw-first (jw-depth) = 'N'
               string ',' delimited size into jw-buf
                 with pointer jw-ptr
               end-string
             end-if
             move 'N' to jw-first (jw-depth)
             if jw-kind (jw-depth) = 'A'
               go to PUT-MEMBER-NAME-EXIT
             end-if
             move 20 to jw-name-len
             perform until jw-name-len = zero
                or jo-name (jw-name-len:1) not = space
               subtract 1 from jw-name-len
             end-perform
             if jw-name-len = zero
               move 1 to jw-name-len
             end-if
             string '"' delimited size
                    jo-name (1:jw-name-len) delimited size
                    '":' delimited size
               into jw-buf
               with pointer jw-ptr
             end-string.
       PUT-MEMBER-NAME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  PUT-STRING-VALUE  -  jo-value without its trailing blanks,
      *  quoted and escaped byte by byte
      *----------------------------------------------------------------
       PUT-STRING-VALUE section.
             move 80 to jw-len
             perform until jw-len = zero
                or jo-value (jw-len:1) not = space
               subtract 1 from jw-len
             end-perform
             string '"' delimited size into jw-buf
               with pointer jw-ptr
             end-string
             perform varying jw-x from 1 by 1 until jw-x > jw-len
               move jo-value (jw-x:1) to jw-byte
               evaluate true
                when jw-byte = '"'
                when jw-byte = '\'
                  string '\' delimited size
                         jw-byte delimited size
                    into jw-buf
                    with pointer jw-ptr
                  end-string
                when jw-byte < space
                  compute jw-code = function ord(jw-byte) - 1
                  compute jw-hi = jw-code / 16
                  compute jw-lo = function mod(jw-code, 16)
                  string '\u00' delimited size
                         jw-hex-digits (jw-hi + 1:1) delimited size
                         jw-hex-digits (jw-lo + 1:1) delimited size
                    into jw-buf
                    with pointer jw-ptr
                  end-string
                when other
                  string jw-byte delimited size into jw-buf
                    with pointer jw-ptr
                  end-string
               end-evaluate
             end-perform
             string '"' delimited size into jw-buf
               with pointer jw-ptr
             end-string
             exit.

      *----------------------------------------------------------------
      *  PUT-LITERAL-VALUE  -  jo-value with every blank squeezed
      *  out, so '-        5' off an edited picture reads -5; a
      *  value with nothing left is null
      *----------------------------------------------------------------
       PUT-LITERAL-VALUE section.
             move zero to jw-len
             perform varying jw-x from 1 by 1 until jw-x > 80
               if jo-value (jw-x:1) not = space
                 add 1 to jw-len
                 string jo-value (jw-x:1) delimited size
                   into jw-buf
                   with pointer jw-ptr
                 end-string
               end-if
             end-perform
             if jw-len = zero
               string 'null' delimited size into jw-buf
                 with pointer jw-ptr
               end-string
             end-if
             exit.
