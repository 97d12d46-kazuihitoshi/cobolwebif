            move wparams-arg to rpt-params
            move wline-count to rpt-lines
            move wrun-ts to rpt-updated
            move space to rpt-member
            write rptcat-rec
              invalid key rewrite rptcat-rec
            end-write
