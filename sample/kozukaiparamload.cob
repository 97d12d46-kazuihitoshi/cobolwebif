       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiparamload.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch loader - fills the configuration parameter master
      *  (kozukaiparam.dat) kozukaiparam.cob answers the programs'
      *  settings from.  Every PARAMSEED entry is written with its
      *  type, width, range and description; a row already there
      *  keeps its value and only has the definition brought up to
      *  date, so the loader is safe to run again after a release
      *  adds a setting.  Run as IMPORT it also takes each setting
      *  the master holds no value for from the environment as it
      *  stands today - a numeric one only when it is a whole
      *  number within the range, zero-filled to the width - and
      *  audits every value taken, so a site can move its settings
      *  into the master in one go and then drop them from the web
      *  server's environment.  Command line: optional IMPORT.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select param-file assign to "kozukaiparam.dat"
           organization is indexed access mode is random
           record key is par-name
           file status is param-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
       fd param-file.
       copy paramfile.

       WORKING-STORAGE SECTION.
       01 param-file-fs      pic 9(2).

       01 wcmd-line          pic x(80) value space.
       01 wimport-flag       pic x value 'N'.
          88 wdo-import         value 'Y'.
       01 wenv-name          pic x(30) value space.
       01 wenv-value         pic x(200) value space.
       01 wold-value         pic x(200) value space.
       01 wnum-ok            pic x value 'N'.
          88 wnum-valid         value 'Y'.
          88 wnum-invalid       value 'N'.
       01 wnum-len           pic 9(03) value zero.
       01 wnum-value         pic 9(09) value zero.
       01 wnum-digits        pic x(09) value space.
       01 wnum-start         pic 9(02) value zero.
       01 wnew-count         pic 9(05) value zero.
       01 wupd-count         pic 9(05) value zero.
       01 wimp-count         pic 9(05) value zero.
       01 wrej-count         pic 9(05) value zero.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(06).
       01 i                  pic 9(04) value zero.

       copy paramseed.
       copy auditlog.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          if wcmd-line = 'IMPORT' or wcmd-line = 'import' then
            set wdo-import to true
          end-if.

          open i-o param-file.
          if param-file-fs not = zero then
            open output param-file
            close param-file
            open i-o param-file
          end-if.
          if param-file-fs not = zero then
            display 'kozukaiparamload: parameter master cannot be '
                    'opened, fs=' param-file-fs
            stop run
          end-if.

          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.

          perform varying i from 1 by 1 until i > param-seed-count
            perform LOAD-ONE-PARAM
          end-perform.

          close param-file.

          display 'kozukaiparamload: ' wnew-count ' added, '
                  wupd-count ' brought up to date'.
          if wdo-import then
            display 'kozukaiparamload: ' wimp-count
                    ' taken from the environment, ' wrej-count
                    ' rejected'
          end-if.
          stop run.

      *----------------------------------------------------------------
      *  LOAD-ONE-PARAM  -  write the seed entry i, or refresh the
      *  definition of the row already there and leave its value be;
      *  on IMPORT a row still without a value is offered the
      *  environment's
      *----------------------------------------------------------------
       LOAD-ONE-PARAM section.
             move pseed-name (i) to par-name
             read param-file
               invalid key
                 move space to par-value
                 move space to par-changed-by
                 move space to par-changed-at
                 perform FILL-DEFINITION
                 perform IMPORT-FROM-ENV
                 write param-rec
                 add 1 to wnew-count
               not invalid key
                 perform FILL-DEFINITION
                 perform IMPORT-FROM-ENV
                 rewrite param-rec
                 add 1 to wupd-count
             end-read
             exit.

      *----------------------------------------------------------------
      *  FILL-DEFINITION  -  type, width, range and description off
      *  the seed entry i
      *----------------------------------------------------------------
       FILL-DEFINITION section.
             move pseed-type (i)  to par-type
             move pseed-width (i) to par-width
             move pseed-min (i)   to par-min
             move pseed-max (i)   to par-max
             move pseed-desc (i)  to par-desc
             exit.

      *----------------------------------------------------------------
      *  IMPORT-FROM-ENV  -  on IMPORT, a row without a value takes
      *  the environment variable of its name; a numeric setting
      *  that is not a whole number in range is reported and left
      *  unset
      *----------------------------------------------------------------
       IMPORT-FROM-ENV section.
             if not wdo-import or par-value not = space
               go to IMPORT-FROM-ENV-EXIT
             end-if
             move par-name to wenv-name
             move space to wenv-value
             accept wenv-value from environment wenv-name
             if wenv-value = space
               go to IMPORT-FROM-ENV-EXIT
             end-if
             if par-numeric
               perform EDIT-NUMERIC-VALUE
               if wnum-invalid
                 display 'kozukaiparamload: ' par-name ' value '
                         wenv-value (1:20) ' is not a number in '
                         par-min ' - ' par-max ', not taken'
                 add 1 to wrej-count
                 go to IMPORT-FROM-ENV-EXIT
               end-if
             end-if
             move par-value to wold-value
             move wenv-value to par-value
             move 'kozukaiparamload' to par-changed-by
             string wnow-date delimited size
                    wnow-time delimited size
               into par-changed-at
             end-string
             perform AUDIT-IMPORT
             add 1 to wimp-count.
       IMPORT-FROM-ENV-EXIT.
             exit.

      *----------------------------------------------------------------
      *  EDIT-NUMERIC-VALUE  -  wenv-value must be 1 to 9 digits
      *  (leading zeros allowed) within par-min..par-max; when it is,
      *  it comes back right-justified and zero-filled to par-width
      *----------------------------------------------------------------
       EDIT-NUMERIC-VALUE section.
             set wnum-invalid to true
             move zero to wnum-len
             inspect wenv-value tallying wnum-len
               for characters before initial space
             if wnum-len = zero or wnum-len > 9
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             if wenv-value (wnum-len + 1:) not = space
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             if wenv-value (1:wnum-len) is not numeric
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             move wenv-value (1:wnum-len) to wnum-value
             if wnum-value < par-min or wnum-value > par-max
               go to EDIT-NUMERIC-VALUE-EXIT
             end-if
             move wnum-value to wnum-digits
             compute wnum-start = 10 - par-width
             move space to wenv-value
             move wnum-digits (wnum-start:par-width) to wenv-value
             set wnum-valid to true.
       EDIT-NUMERIC-VALUE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  AUDIT-IMPORT  -  one PARAMIMP line per value taken, the name
      *  and value before and after in the detail fields
      *----------------------------------------------------------------
       AUDIT-IMPORT section.
             move 'kozukaiparamload' to audit-program
             string wnow-date delimited size
                    wnow-time delimited size
               into audit-timestamp
             end-string
             move 'PARAMIMP' to audit-operation
             move par-name to audit-key
             move space to audit-user
             move space to audit-before-category
             move space to audit-before-inorout
             move zero  to audit-before-money
             move space to audit-before-note
             move space to audit-before-detail
             string par-name delimited space
                    '='      delimited size
                    wold-value (1:48) delimited size
               into audit-before-detail
             end-string
             move space to audit-after-category
             move space to audit-after-inorout
             move zero  to audit-after-money
             move space to audit-after-note
             move space to audit-after-detail
             string par-name delimited space
                    '='      delimited size
                    par-value (1:48) delimited size
               into audit-after-detail
             end-string
             call 'kozukaiauditwrite' using audit-rec
             exit.
