      *----------------------------------------------------------------
      *  PARAMFILE  -  record layout for param-file (kozukaiparam.dat),
      *  the configuration parameter master: one row per setting the
      *  programs used to take only from the environment, keyed by
      *  the environment variable's own name.  kozukaiparam.cob
      *  answers a program's lookup from here first; a row whose
      *  par-value is blank is not set in the master and the lookup
      *  falls back to the environment and then to the program's
      *  built-in default.  The rows are written by kozukaiparamload
      *  and the values kept from kozukaiparamadmin.cob.
      *----------------------------------------------------------------
       01 param-rec.
          02 par-name          pic x(30).
          02 par-value         pic x(200).
      *   par-type  -  'N' a whole number held to par-min..par-max,
      *   'T' free text (a room name, an account, a list)
          02 par-type          pic x(01).
             88 par-numeric       value 'N'.
             88 par-text          value 'T'.
          02 par-min           pic 9(09).
          02 par-max           pic 9(09).
      *   par-width  -  how many digits the programs take a numeric
      *   setting in; the value is held right-justified and zero-
      *   filled to it (0030 for 30 seconds in a 4-wide setting),
      *   the form the environment variable always had to be given in
          02 par-width         pic 9(02).
          02 par-desc          pic x(60).
          02 par-changed-by    pic x(20).
          02 par-changed-at    pic x(14).
