      *  Batch report - walks the locally readable audit trail
      *  (auditlog.dat) for one day (YYYYMMDD on the command line,
      *  defaulting to today) and prints an exception summary per
      *  program: counts of OVERFLOW operations, DELETEs,
      *  failed-lock (LOCKFAIL) incidents, client addresses the
      *  admin screens' allow-list turned away (IPREFUSE) and logins
      *  from an unfamiliar address and browser (NEWDEVICE), plus the
      *  day's total record count, so unusual activity surfaces every
      *  morning without anyone going looking.  Each NEWDEVICE login
      *  is also listed on its own line - time, user and address -
      *  below the summary.  Output lands in
      *  kozukaiauditreport.txt next to kozukaieod.txt.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
         03 prog-overflow-cnt  pic 9(05).
         03 prog-delete-cnt    pic 9(05).
         03 prog-lockfail-cnt  pic 9(05).
         03 prog-iprefuse-cnt  pic 9(05).
         03 prog-newdev-cnt    pic 9(05).
       01 prog-count          pic 9(03) value zero.
       01 newdev-table.
        02 newdev-entry occurs 50.
         03 newdev-at          pic x(14).
         03 newdev-user        pic x(20).
         03 newdev-addr        pic x(40).
       01 newdev-count        pic 9(03) value zero.
       01 i                   pic 9(03).
       01 j                   pic 9(03).

                if alog-operation = 'OVERFLOW'
                   or alog-operation = 'DELETE'
                   or alog-operation = 'LOCKFAIL'
                   or alog-operation = 'IPREFUSE'
                   or alog-operation = 'NEWDEVICE'
                  perform COUNT-EXCEPTION
                end-if
              end-if
               move zero to prog-overflow-cnt (j)
               move zero to prog-delete-cnt (j)
               move zero to prog-lockfail-cnt (j)
               move zero to prog-iprefuse-cnt (j)
               move zero to prog-newdev-cnt (j)
             end-if
             evaluate alog-operation
               when 'OVERFLOW'
                 add 1 to prog-delete-cnt (j)
               when 'LOCKFAIL'
                 add 1 to prog-lockfail-cnt (j)
               when 'IPREFUSE'
                 add 1 to prog-iprefuse-cnt (j)
               when 'NEWDEVICE'
                 add 1 to prog-newdev-cnt (j)
                 if newdev-count < 50
                   add 1 to newdev-count
                   move alog-timestamp to newdev-at (newdev-count)
                   move alog-key to newdev-user (newdev-count)
                   move alog-before-detail (1:40)
                     to newdev-addr (newdev-count)
                 end-if
             end-evaluate.
       COUNT-EXCEPTION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  one line per program that logged at least
      *  one exception, the day's new-device logins one by one, and
      *  the day's total record count
      *----------------------------------------------------------------
       WRITE-REPORT section.
             string 'AUDIT EXCEPTION SUMMARY  ' delimited size
               move 'NO EXCEPTIONS LOGGED' to report-line
               write report-line
             else
               move spaces to report-line
               string
              'PROGRAM              OVERFLOW DELETE   LOCKFAIL IPREFUSE'
                   delimited size
                 ' NEWDEVICE' delimited size
                 into report-line
               end-string
               write report-line
               perform varying i from 1 by 1 until i > prog-count
                 move spaces to report-line
                 move wdisp-count to report-line (31:5)
                 move prog-lockfail-cnt (i) to wdisp-count
                 move wdisp-count to report-line (40:5)
                 move prog-iprefuse-cnt (i) to wdisp-count
                 move wdisp-count to report-line (49:5)
                 move prog-newdev-cnt (i) to wdisp-count
                 move wdisp-count to report-line (58:5)
                 write report-line
               end-perform
             end-if

             if newdev-count > zero
               move spaces to report-line
               write report-line
               move 'NEW-DEVICE LOGINS' to report-line
               write report-line
               perform varying i from 1 by 1 until i > newdev-count
                 move spaces to report-line
                 move newdev-at (i)   to report-line (1:14)
                 move newdev-user (i) to report-line (16:20)
                 move newdev-addr (i) to report-line (37:40)
                 write report-line
               end-perform
             end-if
