      *   own password
          02 cred-pwforce      pic x(01).
             88 cred-must-change   value 'Y'.
      *   cred-pw-changed  -  the day (YYYYMMDD) the password was
      *   last set: by the owner on the change screen, or by the
      *   admin approving the account with a one-time password.
      *   Space on a row older than the field; the access review
      *   (kozukaiaccessreview.cob) reports its password age unknown.
          02 cred-pw-changed   pic x(08).
