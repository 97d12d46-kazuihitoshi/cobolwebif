               move money of kozukai-rec to wdisp-money
               move spaces to report-line
               move kozukai-key of kozukai-rec
                 to report-line (1:11)
               move wcategory of kozukai-rec to report-line (13:20)
               move wdisp-money to report-line (34:9)
               move wmember of kozukai-rec to report-line (45:20)
