      *----------------------------------------------------------------
      *  LOGINHISTFILE  -  record layout for the login history
      *  (kozukailoginhist.dat), one row per login tried, good or
      *  bad, written by kozukailoginlog.cob.  Keyed on the username
      *  tried and the time, so one user's rows read back in the
      *  order they happened; lgh-seq keeps two tries in the same
      *  second apart.  lgh-new-device is 'Y' on a good login from an
      *  address and user agent the user had not logged in from
      *  within the look-back window.
      *----------------------------------------------------------------
       01 login-hist-rec.
          02 lgh-key.
             03 lgh-user       pic x(20).
             03 lgh-at         pic x(14).
             03 lgh-seq        pic 9(02).
          02 lgh-result        pic x(01).
             88 lgh-success       value 'S'.
             88 lgh-failure       value 'F'.
      *   lgh-reason  -  why a try failed ('bad password', 'locked',
      *   'unknown user', 'change due'); space on a good login
          02 lgh-reason        pic x(20).
          02 lgh-program       pic x(20).
          02 lgh-addr          pic x(40).
          02 lgh-agent         pic x(120).
          02 lgh-new-device    pic x(01).
             88 lgh-is-new-device value 'Y'.
