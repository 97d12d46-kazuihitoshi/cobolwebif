      *----------------------------------------------------------------
      *  JOBCONFLICT  -  the batch utilities that may not run at the
      *  same time, as pairs; kozukaijobguard.cob reads each pair
      *  both ways.  A job always conflicts with a second copy of
      *  itself and needs no entry for that.  Every pair here
      *  rewrites kozukai.dat (or swaps or rebuilds it outright),
      *  so one run's work would be lost under the other's.
      *----------------------------------------------------------------
       01 job-conflict-list.
        02 filler pic x(20) value 'kozukaiyearend'.
        02 filler pic x(20) value 'kozukaicsvload'.
        02 filler pic x(20) value 'kozukaiyearend'.
        02 filler pic x(20) value 'kozukairestore'.
        02 filler pic x(20) value 'kozukaiyearend'.
        02 filler pic x(20) value 'kozukaireorg'.
        02 filler pic x(20) value 'kozukaiyearend'.
        02 filler pic x(20) value 'kozukaipitr'.
        02 filler pic x(20) value 'kozukaiyearend'.
        02 filler pic x(20) value 'kozukaicatmerge'.
        02 filler pic x(20) value 'kozukaicsvload'.
        02 filler pic x(20) value 'kozukairestore'.
        02 filler pic x(20) value 'kozukaicsvload'.
        02 filler pic x(20) value 'kozukaireorg'.
        02 filler pic x(20) value 'kozukaicsvload'.
        02 filler pic x(20) value 'kozukaipitr'.
        02 filler pic x(20) value 'kozukaicsvload'.
        02 filler pic x(20) value 'kozukaicatmerge'.
        02 filler pic x(20) value 'kozukairestore'.
        02 filler pic x(20) value 'kozukaireorg'.
        02 filler pic x(20) value 'kozukairestore'.
        02 filler pic x(20) value 'kozukaipitr'.
        02 filler pic x(20) value 'kozukairestore'.
        02 filler pic x(20) value 'kozukaicatmerge'.
        02 filler pic x(20) value 'kozukaireorg'.
        02 filler pic x(20) value 'kozukaipitr'.
        02 filler pic x(20) value 'kozukaireorg'.
        02 filler pic x(20) value 'kozukaicatmerge'.
        02 filler pic x(20) value 'kozukaipitr'.
        02 filler pic x(20) value 'kozukaicatmerge'.
       01 job-conflict-tab redefines job-conflict-list.
        02 job-conflict occurs 15.
         03 jcf-job-a        pic x(20).
         03 jcf-job-b        pic x(20).
       01 job-conflict-count pic 9(04) value 15.
