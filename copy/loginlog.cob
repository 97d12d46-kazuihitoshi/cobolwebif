      *----------------------------------------------------------------
      *  LOGINLOG  -  parameter area for kozukailoginlog.cob, the
      *  shared writer of the login history.  The caller names the
      *  user tried, its own program and the outcome (with the
      *  reason on a failure); the client address and user agent are
      *  taken from the CGI environment.  lgl-new-device comes back
      *  'Y' when a good login was from an address and agent pair
      *  the user had not used within the look-back window - the
      *  user has been sent a DM about it and the login audited as
      *  NEWDEVICE.
      *----------------------------------------------------------------
       01 login-log-area.
          02 lgl-user          pic x(20).
          02 lgl-program       pic x(20).
          02 lgl-result        pic x(01).
             88 lgl-success       value 'S'.
             88 lgl-failure       value 'F'.
          02 lgl-reason        pic x(20).
          02 lgl-new-device    pic x(01).
             88 lgl-is-new-device value 'Y'.
             88 lgl-known-device  value 'N'.
