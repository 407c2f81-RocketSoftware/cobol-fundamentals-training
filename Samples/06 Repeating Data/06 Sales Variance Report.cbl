               assign "weekly-sales-ledger.dat"
               organization line sequential
               file status weekly-ledger-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
       FD  sales-targets.
       01  sales-target-record.
           05  target-daily-amount     pic 9(9) occurs 5.
           05  target-branch-code      pic X(3).

       FD  weekly-sales-ledger.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-BRANCHES                value 6.
       78  MAX-REPORT-COLUMNS          value 7.
       01  day-names.
           05  day-name                pic X(9) occurs DAYS-PER-WEEK.
      *    The report runs for one branch, or for every branch with a
      *    column each and a company total.
       01  report-branch-table.
           05  report-branch-count     pic 9(2) value 0.
           05  report-branch-entry     occurs MAX-BRANCHES
                                       indexed by column-index.
               10  report-branch-code  pic X(3).
               10  report-branch-name  pic X(20).
               10  branch-week-flag    pic X.
                   88  branch-week-found   value "Y".
               10  branch-daily-actual pic 9(9)
                                       occurs DAYS-PER-WEEK.
               10  branch-daily-target pic 9(9)
                                       occurs DAYS-PER-WEEK.
       01  branch-code-entry           pic X(3).
       01  consolidated-flag           pic X value "N".
           88  consolidated-view       value "Y".
       01  report-column-number        pic 9(2).
       01  report-week-ending          pic 9(8) value 0.
       01  latest-week-flag            pic X value "N".
           88  latest-week-wanted      value "Y".
           88  report-week-found       value "Y".
       01  reported-week.
           05  reported-daily-amount   pic 9(9)
                                       occurs DAYS-PER-WEEK
                                       value 0.
       01  current-targets.
           05  current-target-amount   pic 9(9)
                                       occurs DAYS-PER-WEEK
                                       value 0.
       01  targets-loaded              pic 9(2) value 0.
       01  day-number                  pic 9.
       01  variance-amount             pic S9(9).
       01  variance-percent            pic S9(3)V9(1).
       01  formatted-target            pic ZZZ,ZZZ,ZZ9.
       01  formatted-variance          pic +ZZZ,ZZZ,ZZ9.
       01  formatted-percent           pic +ZZ9.9.
       01  heading-line.
           05  heading-label           pic X(10).
           05  heading-column          occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(11).
               10  heading-code        pic X(5).
       01  branch-line.
           05  branch-line-label       pic X(10).
           05  branch-line-column      occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(5).
               10  branch-line-amount  pic ZZZ,ZZZ,ZZ9.
       01  targets-file-status.
           05  targets-status-key-1    pic X.
           05  targets-status-key-2    pic X.
       01  weekly-ledger-status.
           05  weekly-status-key-1     pic X.
           05  weekly-status-key-2     pic X.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  ledger-read-status          pic 9 value 0.
           88  end-of-ledger           value 1 false 0.
       01  targets-read-status         pic 9 value 0.
           88  end-of-targets          value 1 false 0.
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.

       procedure division.
           move "Monday"    to day-name(1)
           move "Thursday"  to day-name(4)
           move "Friday"    to day-name(5)

           perform select-report-branches
           if report-branch-count = zero
               goback
           end-if
           perform load-targets
           display "Enter the week-ending date to report "
                   "(yyyymmdd, or 0 for the latest week):"
           accept report-week-ending
           if report-week-ending = zero
               set latest-week-wanted to true
               perform find-latest-week
           end-if
           perform find-reported-week
           if not report-week-found
           goback
           .

       select-report-branches section.
           display "Enter a branch code, or blank for all branches "
                   "consolidated:"
           move spaces to branch-code-entry
           accept branch-code-entry
           if branch-code-entry = spaces
               set consolidated-view to true
           end-if
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
                           if (consolidated-view
                                   or branch-code = branch-code-entry)
                                   and report-branch-count
                                       < MAX-BRANCHES
                               add 1 to report-branch-count
                               set column-index to report-branch-count
                               initialize
                                   report-branch-entry(column-index)
                               move branch-code
                                   to report-branch-code(column-index)
                               move branch-name
                                   to report-branch-name(column-index)
                           end-if
                   end-read
               end-perform
               close branch-master
               if report-branch-count = zero
                   display "Branch " branch-code-entry " is not on "
                           "the branch master."
               end-if
           end-if
           .

       find-report-column section.
           move zero to report-column-number
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
                       or report-column-number > zero
               if report-branch-code(column-index)
                       = branch-code-entry
                   set report-column-number to column-index
               end-if
           end-perform
           .

       load-targets section.
           open input sales-targets
           if targets-status-key-1 not = "0"
                       "maintenance first."
               goback
           end-if
           perform until end-of-targets
               read sales-targets
                   at end
                       set end-of-targets to true
                   not at end
                       move target-branch-code to branch-code-entry
                       perform find-report-column
                       if report-column-number > zero
                           add 1 to targets-loaded
                           perform varying day-number from 1 by 1
                                   until day-number > DAYS-PER-WEEK
                               move target-daily-amount(day-number)
                                   to branch-daily-target
                                       (report-column-number
                                        day-number)
                               add target-daily-amount(day-number)
                                   to current-target-amount
                                       (day-number)
                           end-perform
                       end-if
               end-read
           end-perform
           close sales-targets
           if targets-loaded = zero
               display "No targets on file for the branches reported "
                       "- run the target maintenance first."
               goback
           end-if
           .

       find-latest-week section.
           open input weekly-sales-ledger
           if weekly-status-key-1 = "0"
               perform until end-of-ledger
                   read weekly-sales-ledger
                       at end
                           set end-of-ledger to true
                       not at end
                           move weekly-branch-code
                               to branch-code-entry
                           perform find-report-column
                           if report-column-number > zero
                                   and weekly-week-ending
                                       > report-week-ending
                               move weekly-week-ending
                                   to report-week-ending
                           end-if
                   end-read
               end-perform
               close weekly-sales-ledger
               set end-of-ledger to false
           end-if
           .

       find-reported-week section.
                       at end
                           set end-of-ledger to true
                       not at end
                           move weekly-branch-code
                               to branch-code-entry
                           perform find-report-column
                           if report-column-number > zero
                                   and weekly-week-ending
                                       = report-week-ending
                               perform capture-reported-week
                           end-if
                   end-read
               end-perform
               close weekly-sales-ledger

       capture-reported-week section.
           set report-week-found to true
           set column-index to report-column-number
           set branch-week-found(column-index) to true
           perform varying day-number from 1 by 1
                   until day-number > DAYS-PER-WEEK
               add weekly-daily-amount(day-number)
                   to branch-daily-actual(column-index day-number)
               add weekly-daily-amount(day-number)
                   to reported-daily-amount(day-number)
           end-perform
           .
       print-variance-report section.
           display "===== Sales Variance for week ending "
                   report-week-ending " ====="
           if consolidated-view
               perform print-branch-actuals
               display "Company:"
           else
               display "Branch " report-branch-code(1) " "
                       report-branch-name(1)
           end-if
           display "Day        Actual        Target        "
                   "Variance      Var %"
           move zero to actual-week-total
                   until day-number > DAYS-PER-WEEK
               perform print-one-day-variance
           end-perform
           if consolidated-view
               perform print-branch-week-variances
           end-if
           perform print-week-verdict
           .

      *    Consolidated view - the day's takings with a column for
      *    each branch and the company total on the right.
       print-branch-actuals section.
           move spaces to heading-line
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
               move report-branch-code(column-index)
                   to heading-code(column-index)
           end-perform
           move "TOTAL" to heading-code(column-index)
           display heading-line
           perform varying day-number from 1 by 1
                   until day-number > DAYS-PER-WEEK
               move spaces to branch-line
               move day-name(day-number) to branch-line-label
               perform varying column-index from 1 by 1
                       until column-index > report-branch-count
                   move branch-daily-actual(column-index day-number)
                       to branch-line-amount(column-index)
               end-perform
               move reported-daily-amount(day-number)
                   to branch-line-amount(column-index)
               display branch-line
           end-perform
           .

       print-branch-week-variances section.
           display "Branch               Actual        Target"
                   "        Variance"
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
               move zero to actual-week-total
               move zero to target-week-total
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   add branch-daily-actual(column-index day-number)
                       to actual-week-total
                   add branch-daily-target(column-index day-number)
                       to target-week-total
               end-perform
               compute week-variance =
                   actual-week-total - target-week-total
               move actual-week-total to formatted-actual
               move target-week-total to formatted-target
               move week-variance to formatted-variance
               if branch-week-found(column-index)
                   display report-branch-code(column-index) " "
                           report-branch-name(column-index)(1:12)
                           "  " formatted-actual "  "
                           formatted-target "  " formatted-variance
               else
                   display report-branch-code(column-index) " "
                           report-branch-name(column-index)(1:12)
                           "  " formatted-actual "  "
                           formatted-target "  " formatted-variance
                           "  (no ledger for the week)"
               end-if
           end-perform
           move zero to actual-week-total
           move zero to target-week-total
           perform varying day-number from 1 by 1
                   until day-number > DAYS-PER-WEEK
               add reported-daily-amount(day-number)
                   to actual-week-total
               add current-target-amount(day-number)
                   to target-week-total
           end-perform
           .

       print-one-day-variance section.
           add reported-daily-amount(day-number)
               to actual-week-total
