      *----------------------------------------------------------------
      *  METERFILE  -  record layout for meter-file
      *  (kozukaimeter.dat), the utility meter readings taken off
      *  the calendar each month: one row per utility and reading
      *  date, holding the figure on the meter that day.  The
      *  utility is ELEC (kWh), GAS (m3) or WATER (m3).  Usage over a
      *  period is the later reading less the earlier one; the bill
      *  that covers a period is tied to it in kozukaiutilbill.dat.
      *  Maintained by kozukaimeter.cob; kozukaiutilrpt.cob reports
      *  usage and cost per unit from the two files.
      *----------------------------------------------------------------
       01 meter-rec.
          02 meter-key.
             03 meter-utility    pic x(06).
                88 meter-is-elec    value 'ELEC'.
                88 meter-is-gas     value 'GAS'.
                88 meter-is-water   value 'WATER'.
             03 meter-date       pic x(08).
          02 meter-reading       pic 9(08)v9(02).
          02 meter-note          pic x(40).
          02 meter-user          pic x(20).
          02 meter-updated       pic x(14).
