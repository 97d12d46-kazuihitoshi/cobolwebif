      *  command line, flagging the difference so a missed or
      *  duplicated entry can be caught.
      *  Command line: BANKBALANCE (signed, e.g. 12345 or -500).
      *  An optional ACCOUNT after the ledger ('-' for the household
      *  book) narrows the ledger side to that payment account's
      *  rows, so a bank's figure is checked against the bank
      *  account alone; rows carrying no account count as
      *  KOZUKAI_DEFAULT_ACCOUNT.  The report always closes with the
      *  balance of every account seen.
      *  Statement-matching mode: 'MATCH [TOLERANCE]' instead reads
      *  the bank statement file kozukaistatement.txt (one CSV line
      *  per movement: DATE,AMOUNT,DESCRIPTION, amount signed with
      *  then within TOLERANCE days, default 3), and reports the
      *  matched pairs, the statement lines with no ledger row, and
      *  the ledger rows with no statement line - the list that used
      *  to take an evening to derive by hand.  A fifth word names
      *  the account the statement belongs to, and only that
      *  account's ledger rows are candidates.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       01 wbank-mag          pic 9(10) value zero.
       01 wbank-balance      pic s9(10) value zero.

      *  payment-account narrowing and the per-account balance
      *  section of the report (see FOLD-ACCOUNT-BALANCE)
       77 wacct-arg          pic x(04) value space.
       77 wdefault-account   pic x(04) value space.
       77 wrow-account       pic x(04) value space.
       01 racct-table.
        02 racct-entry occurs 10.
         03 rac-code         pic x(04).
         03 rac-balance      pic s9(10).
       01 racct-count        pic 9(02) value zero.
       01 racct-over-flag    pic x value 'N'.
        88 racct-overflowed     value 'Y'.
       01 ax                 pic 9(02).
       01 ax-hit             pic 9(02).

       01 wtotal-in          pic s9(10) value zero.
       01 wtotal-out         pic s9(10) value zero.
       01 wcomputed-balance  pic s9(10) value zero.

       01 match-table.
        02 match-entry occurs 500.
         03 mat-ledger-key   pic x(11).
         03 mat-stmt-ix      pic 9(03).
         03 mat-amount       pic s9(10).
       01 match-count        pic 9(03) value zero.

       01 unled-table.
        02 unled-entry occurs 500.
         03 unl-ledger-key   pic x(11).
         03 unl-category     pic x(20).
         03 unl-amount       pic s9(10).
       01 unled-count        pic 9(03) value zero.
       01 wstmt-min-int      pic 9(09) value zero.
       01 wstmt-max-int      pic 9(09) value zero.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.
          accept wcmd-line from command-line.
          if wcmd-line = space then
            display 'usage: kozukaireconcile BANKBALANCE'
                    ' [LEDGER] [ACCOUNT]'
            display '       kozukaireconcile MATCH [TOLERANCE]'
                    ' [LEDGER] [PROFILE] [ACCOUNT]'
            stop run
          end-if.
          unstring wcmd-line delimited by space
             into wmode-arg wtol-arg wledger-code wprof-arg wacct-arg
          end-unstring.
          move 'KOZUKAI_DEFAULT_ACCOUNT' to prm-name
          call 'kozukaiparam' using param-get-area
          move prm-value to wdefault-account.
          if wtol-arg = '-'
            move space to wtol-arg
          end-if.
          if wledger-code = '-'
            move space to wledger-code
          end-if.
          if wprof-arg = '-'
            move space to wprof-arg
          end-if.
          if wmode-arg = 'MATCH' then
            if wtol-arg not = space and wtol-arg numeric
              move wtol-arg to wtolerance
            perform MATCH-STATEMENT
            stop run
          end-if.
      *   BANKBALANCE LEDGER ACCOUNT: the third word is the account
          move wledger-code to wacct-arg.
          move wtol-arg to wledger-code.
          perform SET-LEDGER-FILENAMES.
          if wcmd-line (1:1) = '-' then
          perform until kozukai-eof = 'EOF'
            perform LOOKUP-EXCHANGE-RATE
            compute wmoney-jpy = money of kozukai-rec * wexch-rate
            perform FOLD-ACCOUNT-BALANCE
            if wacct-arg = space or wrow-account = wacct-arg
              if in-or-out of kozukai-rec = '1'
                add wmoney-jpy to wtotal-in
              else
                add wmoney-jpy to wtotal-out
              end-if
            end-if
            read kozukai-file next record
              at end move 'EOF' to kozukai-eof
             end-if
             exit.

      *----------------------------------------------------------------
      *  SET-ROW-ACCOUNT  -  the account the current kozukai-rec
      *  counts against: its own, or the default account for a row
      *  posted before accounts existed
      *----------------------------------------------------------------
       SET-ROW-ACCOUNT section.
             move waccount of kozukai-rec to wrow-account
             if wrow-account = space
               move wdefault-account to wrow-account
             end-if
             exit.

      *----------------------------------------------------------------
      *  FOLD-ACCOUNT-BALANCE  -  find-or-add the current row's
      *  account and move its signed JPY amount into that account's
      *  balance, IN up and OUT down
      *----------------------------------------------------------------
       FOLD-ACCOUNT-BALANCE section.
             perform SET-ROW-ACCOUNT
             move zero to ax-hit
             perform varying ax from 1 by 1 until ax > racct-count
               if rac-code (ax) = wrow-account
                 move ax to ax-hit
                 exit perform
               end-if
             end-perform
             if ax-hit = zero
               if racct-count >= 10
                 set racct-overflowed to true
                 go to FOLD-ACCOUNT-BALANCE-EXIT
               end-if
               add 1 to racct-count
               move racct-count to ax-hit
               move wrow-account to rac-code (ax-hit)
               move zero to rac-balance (ax-hit)
             end-if
             if in-or-out of kozukai-rec = '1'
               add wmoney-jpy to rac-balance (ax-hit)
             else
               subtract wmoney-jpy from rac-balance (ax-hit)
             end-if.
       FOLD-ACCOUNT-BALANCE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  WRITE-REPORT  -  ledger total, bank figure, and the flagged
      *  difference (zero when reconciled); ledger totals are already
      *  converted to JPY by LOOKUP-EXCHANGE-RATE as they're summed.
      *  Narrowed to one account, the totals are that account's only,
      *  and the per-account balances follow either way.
      *----------------------------------------------------------------
       WRITE-REPORT section.
             string 'KOZUKAI RECONCILIATION' delimited size
             end-string
             write report-line.
             move spaces to report-line.
             if wacct-arg not = space
               string 'ACCOUNT         ' delimited size
                      wacct-arg          delimited size
                 into report-line
               end-string
               write report-line
               move spaces to report-line
             end-if
             write report-line.

             move wtotal-in to wdisp-amount
               end-string
             end-if
             write report-line.

             move spaces to report-line.
             write report-line.
             move 'BALANCE BY ACCOUNT' to report-line.
             write report-line.
             perform varying ax from 1 by 1 until ax > racct-count
               move rac-balance (ax) to wdisp-amount
               move spaces to report-line
               if rac-code (ax) = space
                 move '(NONE)' to report-line (1:6)
               else
                 move rac-code (ax) to report-line (1:4)
               end-if
               move wdisp-amount to report-line (17:10)
               write report-line
             end-perform.
             if racct-overflowed
               move '(ACCOUNT LIST TRUNCATED AT 10 ACCOUNTS)'
                 to report-line
               write report-line
             end-if.
             exit.

      *----------------------------------------------------------------
             compute wled-day-int =
                function integer-of-date(wled-date-num)

      *      a statement named to one account pairs only with that
      *      account's rows
             if wacct-arg not = space
               perform SET-ROW-ACCOUNT
               if wrow-account not = wacct-arg
                 go to MATCH-ONE-LEDGER-ROW-EXIT
               end-if
             end-if

      *      a row outside the statement's own span (give or take
      *      the tolerance) is no candidate and must not bury the
      *      genuine mismatches in the ledger-only list
               move mat-stmt-ix (i) to k
               move mat-amount (i) to wdisp-amount
               move spaces to report-line
               move mat-ledger-key (i) to report-line (1:11)
               move stmt-date (k)      to report-line (13:8)
               move wdisp-amount       to report-line (23:10)
               move stmt-desc (k)      to report-line (35:40)
             perform varying i from 1 by 1 until i > unled-count
               move unl-amount (i) to wdisp-amount
               move spaces to report-line
               move unl-ledger-key (i) to report-line (1:11)
               move unl-category (i)   to report-line (13:20)
               move wdisp-amount       to report-line (35:10)
               write report-line
