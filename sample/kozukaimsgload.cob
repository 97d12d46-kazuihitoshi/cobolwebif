       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaimsgload.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch loader - fills the message catalog (kozukaimsg.dat)
      *  kozukaimsgcat.cob reads for the screens and reports.  Run
      *  without an argument it writes the standard catalog of the
      *  MSGSEED copybook, a Japanese and an English row per message
      *  id; given a filename it loads a CSV of ID,LANG,TEXT lines
      *  instead (the text may itself hold commas), so a reworded
      *  message or a further language is keyed in without a
      *  program change.  New rows are written and existing ones
      *  rewritten.  Command line: optional input filename.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select csvin-file assign to wcsvin-filename
           organization line sequential
           file status is csvin-file-fs.
        select msgcat-file assign to "kozukaimsg.dat"
           organization is indexed access mode is random
           record key is msgc-key
           alternate record key is msgc-text with duplicates
           file status is msgcat-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd csvin-file.
       01 csvin-line         pic x(200).

       fd msgcat-file.
       copy msgcatfile.

       WORKING-STORAGE SECTION.
       01 csvin-file-fs      pic 9(2).
       01 msgcat-file-fs     pic 9(2).
       01 csvin-eof          pic x(3) value space.

       01 wcsvin-filename    pic x(80) value space.
       01 wrow-id            pic x(08) value space.
       01 wrow-lang          pic x(02) value space.
       01 wrow-text          pic x(80) value space.
       01 wptr               pic 9(03) value zero.
       01 wloaded-count      pic 9(05) value zero.
       01 wskip-count        pic 9(05) value zero.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(04) value zero.

       copy msgseed.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcsvin-filename from command-line.

          open i-o msgcat-file.
          if msgcat-file-fs not = zero then
            open output msgcat-file
            close msgcat-file
            open i-o msgcat-file
          end-if.
          if msgcat-file-fs not = zero then
            display 'kozukaimsgload: message catalog cannot be '
                    'opened, fs=' msgcat-file-fs
            stop run
          end-if.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.

          if wcsvin-filename = space then
            perform LOAD-STANDARD
          else
            perform LOAD-CSV
          end-if.

          close msgcat-file.

          display 'kozukaimsgload: loaded ' wloaded-count
                  ' row(s), ' wskip-count ' line(s) skipped'.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-STANDARD  -  both language rows of every MSGSEED entry
      *----------------------------------------------------------------
       LOAD-STANDARD section.
             perform varying i from 1 by 1 until i > msg-seed-count
               move seed-id (i) to wrow-id
               move 'ja'        to wrow-lang
               move seed-ja (i) to wrow-text
               perform LOAD-ONE-ROW
               move 'en'        to wrow-lang
               move seed-en (i) to wrow-text
               perform LOAD-ONE-ROW
             end-perform
             exit.

      *----------------------------------------------------------------
      *  LOAD-CSV  -  ID,LANG,TEXT per line; everything after the
      *  second comma is the text.  The header line and lines short
      *  of an id, a language or a text are counted as skipped.
      *----------------------------------------------------------------
       LOAD-CSV section.
             open input csvin-file
             if csvin-file-fs not = zero then
               display 'kozukaimsgload: cannot open '
                       wcsvin-filename ' fs=' csvin-file-fs
               go to LOAD-CSV-EXIT
             end-if
             read csvin-file
               at end move 'EOF' to csvin-eof
             end-read
             perform until csvin-eof = 'EOF'
               move space to wrow-id
               move space to wrow-lang
               move space to wrow-text
               move 1 to wptr
               unstring csvin-line delimited by ','
                  into wrow-id wrow-lang
                  with pointer wptr
               end-unstring
               if wptr <= 200
                 move csvin-line (wptr:) to wrow-text
               end-if
               if wrow-id = space or wrow-id = 'ID'
                  or wrow-lang = space or wrow-text = space
                 add 1 to wskip-count
               else
                 perform LOAD-ONE-ROW
               end-if
               read csvin-file
                 at end move 'EOF' to csvin-eof
               end-read
             end-perform
             close csvin-file.
       LOAD-CSV-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-ONE-ROW  -  write the (id, language) row, or rewrite it
      *  when the catalog already holds one
      *----------------------------------------------------------------
       LOAD-ONE-ROW section.
             move wrow-id   to msgc-id
             move wrow-lang to msgc-lang
             move wrow-text to msgc-text
             string wnow-date delimited size
                    wnow-time delimited size
               into msgc-updated
             end-string
             write msgcat-rec
               invalid key rewrite msgcat-rec
             end-write
             add 1 to wloaded-count
             exit.
