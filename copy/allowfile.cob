      *----------------------------------------------------------------
      *  ALLOWFILE  -  record layout for allow-file (kozukaiallow.dat),
      *  the client address allow-list for the admin screens.  A row
      *  opens one address range either to one program (alw-scope
      *  'P', alw-target the PROGRAM-ID) or to one credential role
      *  (alw-scope 'R', alw-target 'admin', ...).  A program or a
      *  role with no rows at all is open to any address; once it has
      *  one, REMOTE_ADDR has to fall inside one of its ranges.
      *  Checked by kozukaiipcheck.cob, kept from kozukaiallowadmin.
      *----------------------------------------------------------------
       01 allow-rec.
          02 alw-key.
             03 alw-scope      pic x(01).
                88 alw-for-program  value 'P'.
                88 alw-for-role     value 'R'.
             03 alw-target     pic x(20).
             03 alw-seq        pic 9(02).
      *   alw-from/alw-to  -  dotted IPv4 addresses, the range taking
      *   in both ends; anything else (an IPv6 address) is matched
      *   as the one address exactly, with alw-to left blank
          02 alw-from          pic x(40).
          02 alw-to            pic x(40).
          02 alw-note          pic x(40).
          02 alw-updated-by    pic x(20).
          02 alw-updated-at    pic x(14).
