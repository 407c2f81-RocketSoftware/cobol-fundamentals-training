               assign "sales-tolerance.dat"
               organization line sequential
               file status tolerance-file-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
           05  cashup-cash-counted     pic 9(7)V9(2).
           05  cashup-card-total       pic 9(7)V9(2).
           05  cashup-till-roll-total  pic 9(7)V9(2).
           05  cashup-branch-code      pic X(3).

       FD  weekly-sales-ledger.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       FD  overshort-history.
       01  overshort-history-record.
           05  history-declared        pic S9(7)V9(2).
           05  history-till-roll       pic 9(7)V9(2).
           05  history-overshort       pic S9(5)V9(2).
           05  history-branch-code     pic X(3).

       FD  week-status.
       01  week-status-record.
           05  status-week-ending      pic 9(8).
           05  status-day-flag         pic X occurs 5.
           05  status-branch-code      pic X(3).

       FD  tolerance-file.
       01  tolerance-record.
           05  tolerance-amount        pic 9(5).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-STATUS-WEEKS            value 312.
       78  MAX-BRANCHES                value 6.
       78  DEFAULT-TOLERANCE           value 5.
       01  run-selection               pic 9 value 0.
           88  reconcile-a-day         value 1.
       01  day-difference              pic S9(9)V9(2).
       01  reconcile-tolerance         pic 9(5)
                                       value DEFAULT-TOLERANCE.
      *    A day is reconciled for one branch, or for every branch
      *    in turn with a summary and company total at the end.
       01  branch-table.
           05  branch-count            pic 9(2) value 0.
           05  branch-entry            occurs MAX-BRANCHES
                                       indexed by branch-index.
               10  table-branch-code   pic X(3).
               10  table-branch-name   pic X(20).
               10  branch-tills        pic 9(2).
               10  branch-till-roll    pic 9(9)V9(2).
               10  branch-ledger-amount    pic 9(9).
               10  branch-day-result   pic X.
                   88  branch-no-declarations  value "N".
                   88  branch-not-on-ledger    value "L".
                   88  branch-day-reconciled   value "R".
                   88  branch-day-out          value "O".
       01  branch-code-entry           pic X(3).
       01  current-branch-code         pic X(3).
       01  first-branch-number         pic 9(2).
       01  last-branch-number          pic 9(2).
       01  branch-found-flag           pic X value "N".
           88  branch-found            value "Y".
       01  company-till-roll           pic 9(11)V9(2).
       01  company-ledger-amount       pic 9(11).
       01  branch-result-text          pic X(16).
       01  week-status-table.
           05  status-week-count       pic 9(3) value 0.
           05  status-week-entry       occurs MAX-STATUS-WEEKS
                                       indexed by status-index.
               10  table-status-branch pic X(3).
               10  table-week-ending   pic 9(8).
               10  table-day-flag      pic X occurs DAYS-PER-WEEK.
       01  status-found-flag           pic X value "N".
       01  formatted-roll-total        pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-ledger-amount     pic ZZZ,ZZZ,ZZ9.
       01  formatted-difference        pic +ZZZ,ZZZ,ZZ9.99.
       01  formatted-company-roll      pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  formatted-company-ledger    pic ZZ,ZZZ,ZZZ,ZZ9.
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  cashup-read-status          pic 9 value 0.
           88  end-of-cashups          value 1 false 0.
       01  ledger-read-status          pic 9 value 0.
           05  tolerance-status-key-2  pic X.

       procedure division.
           perform load-branch-master
           if branch-count = zero
               goback
           end-if
           perform load-tolerance
           perform load-week-status
           perform until exit-reconciliation
           accept run-selection
           .

       load-branch-master section.
           open input branch-master
           if branch-status-key-1 not = "0"
               display "No branch master found - run the branch "
                       "maintenance first."
           else
               perform until end-of-branches
                   read branch-master
                       at end
                           set end-of-branches to true
                       not at end
                           if branch-count < MAX-BRANCHES
                               add 1 to branch-count
                               set branch-index to branch-count
                               move branch-code
                                   to table-branch-code(branch-index)
                               move branch-name
                                   to table-branch-name(branch-index)
                           end-if
                   end-read
               end-perform
               close branch-master
               if branch-count = zero
                   display "The branch master is empty."
               end-if
           end-if
           .

      *    Blank selects every branch on the master.
       prompt-for-branch section.
           display "Enter the branch code (blank for all branches):"
           move spaces to branch-code-entry
           accept branch-code-entry
           move "N" to branch-found-flag
           if branch-code-entry = spaces
               move 1 to first-branch-number
               move branch-count to last-branch-number
               move "Y" to branch-found-flag
           else
               perform varying branch-index from 1 by 1
                       until branch-index > branch-count
                           or branch-found
                   if table-branch-code(branch-index)
                           = branch-code-entry
                       move "Y" to branch-found-flag
                       set first-branch-number to branch-index
                       set last-branch-number to branch-index
                   end-if
               end-perform
               if not branch-found
                   display "Branch " branch-code-entry " is not on "
                           "the branch master."
               end-if
           end-if
           .

       load-tolerance section.
           open input tolerance-file
           if tolerance-status-key-1 not = "0"
                               move status-week-ending
                                   to table-week-ending
                                       (status-index)
                               move status-branch-code
                                   to table-status-branch
                                       (status-index)
                               perform varying day-scan-number
                                       from 1 by 1
                                       until day-scan-number
                   until status-index > status-week-count
               move table-week-ending(status-index)
                   to status-week-ending
               move table-status-branch(status-index)
                   to status-branch-code
               perform varying day-scan-number from 1 by 1
                       until day-scan-number > DAYS-PER-WEEK
                   move table-day-flag
                       date-integer + 5 - day-of-week-number
                   compute week-ending-date =
                       function date-of-integer(date-integer)
                   perform prompt-for-branch
                   if branch-found
                       perform varying branch-index
                               from first-branch-number by 1
                               until branch-index > last-branch-number
                           perform reconcile-day-declarations
                       end-perform
                       if first-branch-number < last-branch-number
                           perform print-branch-summary
                       end-if
                   end-if
               end-if
           end-if
           .

       reconcile-day-declarations section.
           move table-branch-code(branch-index) to current-branch-code
           move zero to tills-reconciled
           move zero to total-till-roll
           move zero to ledger-day-amount
           set branch-no-declarations(branch-index) to true
           display "--- Branch " current-branch-code " "
                   table-branch-name(branch-index) " ---"
           set end-of-cashups to false
           open input till-cashup
           if cashup-status-key-1 not = "0"
                           set end-of-cashups to true
                       not at end
                           if cashup-date = reconcile-date-entry
                                   and cashup-branch-code
                                       = current-branch-code
                               perform reconcile-one-till
                           end-if
                   end-read
                   perform check-day-against-ledger
               end-if
           end-if
           move tills-reconciled to branch-tills(branch-index)
           move total-till-roll to branch-till-roll(branch-index)
           move ledger-day-amount to branch-ledger-amount(branch-index)
           .

       reconcile-one-till section.
           move declared-takings to history-declared
           move cashup-till-roll-total to history-till-roll
           move till-overshort to history-overshort
           move current-branch-code to history-branch-code
           write overshort-history-record
           .

                       not at end
                           if weekly-week-ending
                                   = week-ending-date
                                   and weekly-branch-code
                                       = current-branch-code
                               set week-on-ledger to true
                               move weekly-daily-amount
                                   (ledger-day-number)
               end-perform
               close weekly-sales-ledger
               if not week-on-ledger
                   set branch-not-on-ledger(branch-index) to true
                   display "Week ending " week-ending-date
                           " is not on the ledger yet."
               else
                       display "Day reconciled within the "
                               "tolerance of " reconcile-tolerance
                               "."
                       set branch-day-reconciled(branch-index) to true
                       perform mark-day-reconciled
                   else
                       set branch-day-out(branch-index) to true
                       display "** Day is OUT of tolerance - the "
                               "week stays blocked from the trend "
                               "report. **"
                       or status-week-found
               if table-week-ending(status-index)
                       = week-ending-date
                       and table-status-branch(status-index)
                           = current-branch-code
                   move "Y" to status-found-flag
                   set status-index down by 1
               end-if
                   set status-index to status-week-count
                   move week-ending-date
                       to table-week-ending(status-index)
                   move current-branch-code
                       to table-status-branch(status-index)
                   perform varying day-scan-number from 1 by 1
                           until day-scan-number > DAYS-PER-WEEK
                       move "N" to table-day-flag
           end-if
           .

       print-branch-summary section.
           display "===== All branches for " reconcile-date-entry
                   " ====="
           display "Branch       Till rolls      Ledger      "
                   "Difference  Result"
           move zero to company-till-roll
           move zero to company-ledger-amount
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               evaluate true
                   when branch-no-declarations(branch-index)
                       move "no declarations" to branch-result-text
                   when branch-not-on-ledger(branch-index)
                       move "not on ledger" to branch-result-text
                   when branch-day-reconciled(branch-index)
                       move "reconciled" to branch-result-text
                   when other
                       move "OUT of tolerance" to branch-result-text
               end-evaluate
               compute day-difference =
                   branch-till-roll(branch-index)
                   - branch-ledger-amount(branch-index)
               add branch-till-roll(branch-index) to company-till-roll
               add branch-ledger-amount(branch-index)
                   to company-ledger-amount
               move branch-till-roll(branch-index)
                   to formatted-roll-total
               move branch-ledger-amount(branch-index)
                   to formatted-ledger-amount
               move day-difference to formatted-difference
               display table-branch-code(branch-index) " "
                       formatted-roll-total " " formatted-ledger-amount
                       " " formatted-difference "  "
                       branch-result-text
           end-perform
           compute day-difference =
               company-till-roll - company-ledger-amount
           move company-till-roll to formatted-company-roll
           move company-ledger-amount to formatted-company-ledger
           move day-difference to formatted-difference
           display "Company till rolls " formatted-company-roll
                   " against ledger " formatted-company-ledger
                   " (" formatted-difference ")"
           .

       show-one-till-history section.
           display "Enter the branch code:"
           move spaces to branch-code-entry
           accept branch-code-entry
           display "Enter the till number:"
           move zero to history-till-entry
           accept history-till-entry
                       not at end
                           if history-till-number
                                   = history-till-entry
                                   and history-branch-code
                                       = branch-code-entry
                               add 1 to history-lines-listed
                               move history-overshort
                                   to formatted-overshort
               close overshort-history
               if history-lines-listed = zero
                   display "No history for till "
                           history-till-entry " at branch "
                           branch-code-entry "."
               end-if
           end-if
           .
