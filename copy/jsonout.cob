      *----------------------------------------------------------------
      *  JSONOUT  -  parameter block for kozukaijsonout.cob, the one
      *  place a FORMAT=JSON answer is written.  The caller hands it
      *  one step at a time in jo-op:
      *    'B'  begin - the Content-Type header and the opening of
      *         the document, stamped with "document" (jo-name) and
      *         "version"
      *    '{'  open a nested object named jo-name ('[' an array)
      *    '}'  close the innermost object (']' the innermost array)
      *    'S'  a string member jo-name, value jo-value with its
      *         trailing blanks off
      *    'L'  a literal member - a number, true or false - taken
      *         from jo-value with every blank removed, so an edited
      *         picture can be handed over as it stands; a blank
      *         value is written as null
      *    'E'  end - close the document
      *  Inside an array jo-name is ignored.
      *
      *  The documents, version 1.  A field is only ever added,
      *  never renamed or dropped, so a widget reading them keeps
      *  working whatever happens to the screen templates; a
      *  change that cannot keep to that raises "version".
      *
      *  "browse" - kozukaiupdate.cob, MODE 参照/検索/次ページ/
      *  前ページ with FORMAT=JSON, the same rows the screen pages
      *  through, member-bound logins fenced to their own rows:
      *    error     string  message, blank when none
      *    mode      string  the mode answered
      *    ledger    string  set of books, blank = household
      *    next_key  string  PAGEKEY for 次ページ, blank at the end
      *    prev_key  string  PAGEKEY for 前ページ, blank at the top
      *    rows      array of
      *      key       string  YYYYMMDDnnn row key
      *      date      string  YYYYMMDD
      *      category  string
      *      in_or_out string  "1" IN, "2" OUT
      *      amount    number  in the row's own currency
      *      currency  string  blank = JPY
      *      note      string
      *      member    string
      *      balance   number  running balance, null on a filtered
      *                        or searched view
      *      parent    string  parent row key of a split line
      *      receipt   string  receipt marker, blank when none
      *      account   string  payment account code
      *
      *  "dashboard" - kozukaidashboard.cob with FORMAT=JSON, all
      *  amounts JPY:
      *    error, ledger           string
      *    month                   string  YYYYMM
      *    mtd_in, mtd_out, mtd_net, balance   number
      *    categories  array of
      *      category  string
      *      level     number  1 top level, 2 under its parent
      *      out, budget, envelope   number
      *      over      true/false  over the budget
      *    top_out     array of  date, category, amount, note
      *    goals       array of  name, target, saved, remaining,
      *                          achieved (true/false)
      *    accounts    array of  code, name, balance
      *
      *  "status" - kozukaistatus.cob with FORMAT=JSON:
      *    error       string
      *    checks      array of
      *      name      string
      *      value     string
      *      ok        true/false
      *    env_params  array of string  the settings still taken
      *                from the environment, not the parameter master
      *----------------------------------------------------------------
       01 json-out-area.
          02 jo-op             pic x(01).
             88 jo-begin          value 'B'.
             88 jo-open-object    value '{'.
             88 jo-open-array     value '['.
             88 jo-close-object   value '}'.
             88 jo-close-array    value ']'.
             88 jo-string         value 'S'.
             88 jo-literal        value 'L'.
             88 jo-end            value 'E'.
          02 jo-name           pic x(20).
          02 jo-value          pic x(80).
