      *----------------------------------------------------------------
      *  PARAMGET  -  parameter block for kozukaiparam.cob.  The
      *  caller names the setting (the environment variable name it
      *  was always read under); the value comes back in prm-value,
      *  blank when neither the master nor the environment holds
      *  one, and prm-source says where it was found so the program
      *  applies its own default only on 'D'.
      *----------------------------------------------------------------
       01 param-get-area.
          02 prm-name          pic x(30).
          02 prm-value         pic x(200).
          02 prm-source        pic x(01).
             88 prm-from-master   value 'M'.
             88 prm-from-env      value 'E'.
             88 prm-from-default  value 'D'.
