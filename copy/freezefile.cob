      *----------------------------------------------------------------
      *  FREEZEFILE  -  record layout for freeze-file
      *  (kozukaifreeze.dat), the spending-freeze register: one row
      *  per category the household has agreed not to spend in over
      *  a date range (a no-eating-out month, say), with who set it
      *  and why.  A freeze on a parent category covers its children
      *  too.  While a freeze is in force an OUT into the category is
      *  refused by every posting path unless an admin overrides it
      *  with a reason, which goes to the audit log.  Checked through
      *  kozukaifreezecheck.cob; maintained by kozukaifreezeadmin.cob.
      *----------------------------------------------------------------
       01 freeze-rec.
          02 frz-key.
             03 frz-category   pic x(20).
             03 frz-from-date  pic x(08).
          02 frz-to-date       pic x(08).
          02 frz-set-by        pic x(20).
          02 frz-reason        pic x(40).
          02 frz-updated       pic x(14).
