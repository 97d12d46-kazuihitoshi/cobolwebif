
          open output csv-file.

          move space to csv-line.
          string 'DATE,SEQ,CATEGORY,INOROUT,MONEY,NOTE,MEMBER,'
                   delimited size
                 'CURRENCY,ACCOUNT' delimited size
            into csv-line
          end-string.
          write csv-line.

          perform MERGE-ARCHIVE-YEARS.
                                               delimited size
                    ','                       delimited size
                    wcurrency of kozukai-rec   delimited size
                    ','                       delimited size
                    waccount of kozukai-rec    delimited size
               into csv-line
             end-string
             write csv-line
