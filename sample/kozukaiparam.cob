       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaiparam.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Called subprogram - one configuration setting.  Every program
      *  that used to accept a KOZUKAI_* or CHAT_* setting from the
      *  environment hands it a param-get-area with the variable's
      *  name instead.  The parameter master kozukaiparam.dat is read
      *  first; a row with a value answers.  Otherwise the
      *  environment variable of the same name is taken as before,
      *  and failing that the value comes back blank with source 'D'
      *  so the caller keeps its built-in default.  A missing master
      *  leaves everything to the environment, exactly as it was.
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
       01 wprm-env-name      pic x(30) value space.

       LINKAGE SECTION.
       copy paramget.

       PROCEDURE             DIVISION using param-get-area.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          move space to prm-value.
          set prm-from-default to true.
          if prm-name = space then
            exit program
          end-if.

          open input param-file.
          if param-file-fs = zero then
            move prm-name to par-name
            read param-file
              invalid key continue
              not invalid key
                if par-value not = space
                  move par-value to prm-value
                  set prm-from-master to true
                end-if
            end-read
            close param-file
          end-if.
          if prm-from-master then
            exit program
          end-if.

          move prm-name to wprm-env-name.
          accept prm-value from environment wprm-env-name.
          if prm-value not = space then
            set prm-from-env to true
          end-if.
          exit program.
