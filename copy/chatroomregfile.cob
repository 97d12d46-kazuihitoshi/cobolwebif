          02 reg-hist-days     pic 9(03).
          02 reg-archived      pic x(01).
             88 reg-is-archived    value 'Y'.
      *   reg-members-only  -  'Y' once an owner has taken the room
      *   over with a roster (chatroster.cob): only credentials on
      *   kozukaichatroster.dat get in, and the shared reg-password
      *   no longer opens it
          02 reg-members-only  pic x(01).
             88 reg-is-members-only value 'Y'.
