      *----------------------------------------------------------------
      *  PURGESUMFILE  -  record layout for purge-sum-file
      *  (kozukaipurgesum.dat), what the nightly purge
      *  (kozukaipurge.cob) keeps of the rows it removes from a file
      *  whose retention policy says to summarize: per file, month
      *  of the row and a grouping that suits the file (the page, the
      *  category, the decision, the program, the user, the import
      *  run), the number of rows and a total.  Later purges of the
      *  same month add into the same row.
      *----------------------------------------------------------------
       01 purge-sum-rec.
          02 ps-key.
             03 ps-file         pic x(30).
             03 ps-ym           pic x(06).
             03 ps-group        pic x(30).
          02 ps-count           pic 9(09).
      *   ps-amount  -  the money for the ledger-shaped files, the
      *   elapsed hundredths for the response-time capture, the
      *   failed tries for the login history, zero otherwise
          02 ps-amount          pic s9(13).
          02 ps-updated         pic x(14).
