      *----------------------------------------------------------------
      *  RETAINSEED  -  the files the nightly purge (kozukaipurge.cob)
      *  knows how to shrink, with the keep period in days and the
      *  summarize switch each runs on until the retention master
      *  (kozukairetain.dat) holds a row for it.  The order here is
      *  the order the purge takes them in.
      *----------------------------------------------------------------
       01 retain-seed-list.
        02 filler pic x(30) value 'counterdetail.dat'.
        02 filler pic 9(05) value 180.
        02 filler pic x(01) value 'Y'.
        02 filler pic x(30) value 'formcapture.dat'.
        02 filler pic 9(05) value 365.
        02 filler pic x(01) value 'N'.
        02 filler pic x(30) value 'kozukaihistory.dat'.
        02 filler pic 9(05) value 365.
        02 filler pic x(01) value 'Y'.
        02 filler pic x(30) value 'kozukaipending.dat'.
        02 filler pic 9(05) value 365.
        02 filler pic x(01) value 'Y'.
        02 filler pic x(30) value 'kozukaistage.dat'.
        02 filler pic 9(05) value 90.
        02 filler pic x(01) value 'N'.
        02 filler pic x(30) value 'kozukaiperf.txt'.
        02 filler pic 9(05) value 30.
        02 filler pic x(01) value 'Y'.
        02 filler pic x(30) value 'kozukailoginhist.dat'.
        02 filler pic 9(05) value 400.
        02 filler pic x(01) value 'Y'.
        02 filler pic x(30) value 'kozukailoadjnl.dat'.
        02 filler pic 9(05) value 90.
        02 filler pic x(01) value 'N'.
        02 filler pic x(30) value 'kozukaicaphist.dat'.
        02 filler pic 9(05) value 400.
        02 filler pic x(01) value 'N'.
       01 retain-seed-tab redefines retain-seed-list.
        02 retain-seed occurs 9.
         03 rseed-file       pic x(30).
         03 rseed-keep-days  pic 9(05).
         03 rseed-summarize  pic x(01).
       01 retain-seed-count  pic 9(02) value 9.
