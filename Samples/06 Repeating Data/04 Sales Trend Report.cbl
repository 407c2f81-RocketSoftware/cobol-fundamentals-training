           select week-status assign "sales-week-status.dat"
               organization line sequential
               file status week-status-file-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       FD  week-status.
       01  week-status-record.
           05  status-week-ending      pic 9(8).
           05  status-day-flag         pic X occurs 5.
           05  status-branch-code      pic X(3).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-TREND-WEEKS             value 52.
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
       01  branch-code-entry           pic X(3).
       01  consolidated-flag           pic X value "N".
           88  consolidated-view       value "Y".
       01  report-column-number        pic 9(2).
       01  week-table.
           05  week-count              pic 9(2) value 0.
           05  week-entry              occurs MAX-TREND-WEEKS
                                       indexed by week-index.
               10  table-week-ending   pic 9(8).
               10  table-week-blocked-flag pic X.
                   88  table-week-blocked  value "Y".
               10  table-branch-column occurs MAX-BRANCHES.
                   15  table-daily-amount  pic 9(9)
                                       occurs DAYS-PER-WEEK.
                   15  table-branch-total  pic 9(11).
               10  table-week-total    pic 9(11).
       01  day-of-week-totals.
           05  day-branch-column       occurs MAX-BRANCHES.
               10  day-branch-total    pic 9(11)
                                       occurs DAYS-PER-WEEK.
           05  day-total               pic 9(11)
                                       occurs DAYS-PER-WEEK.
       01  weeks-dropped               pic 9(3) value 0.
       01  weeks-included              pic 9(2) value 0.
       01  day-average                 pic 9(9)V9(2).
       01  best-day-number             pic 9.
       01  best-day-average            pic 9(9)V9(2).
       01  worst-day-number            pic 9.
       01  worst-day-average           pic 9(9)V9(2).
       01  day-number                  pic 9.
       01  previous-week-total         pic 9(11).
       01  previous-week-flag          pic X value "N".
           88  previous-week-present   value "Y".
       01  week-movement               pic S9(11).
       01  formatted-average           pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-movement          pic +ZZZ,ZZZ,ZZ9.
       01  heading-line.
           05  heading-label           pic X(10).
           05  heading-column          occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(11).
               10  heading-code        pic X(5).
       01  average-line.
           05  average-label           pic X(10).
           05  average-column          occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(2).
               10  average-amount      pic ZZZ,ZZZ,ZZ9.99.
       01  week-line.
           05  week-label              pic X(10).
           05  week-column             occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(5).
               10  week-amount         pic ZZZ,ZZZ,ZZ9.
       01  ledger-read-status          pic 9 value 0.
           88  end-of-ledger           value 1 false 0.
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  weekly-ledger-status.
           05  weekly-status-key-1     pic X.
           05  weekly-status-key-2     pic X.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       78  MAX-RECONCILED-WEEKS        value 312.
       01  reconciled-week-table.
           05  reconciled-week-count   pic 9(3) value 0.
           05  reconciled-week-entry   occurs MAX-RECONCILED-WEEKS
                                       indexed by reconciled-index.
               10  reconciled-branch-code  pic X(3).
               10  reconciled-week-ending  pic 9(8).
       01  week-status-present         pic X value "N".
           88  status-file-present     value "Y".
       01  week-reconciled-flag        pic X value "N".
           88  week-is-reconciled      value "Y".
       01  week-found-flag             pic X value "N".
           88  week-found              value "Y".
       01  status-flag-number          pic 9.
       01  weeks-blocked               pic 9(2) value 0.
       01  status-read-status          pic 9 value 0.
           move "Thursday"  to day-name(4)
           move "Friday"    to day-name(5)

           perform select-report-branches
           if report-branch-count = zero
               goback
           end-if
           perform load-reconciled-weeks
           perform load-weekly-ledger
           perform total-included-weeks
           if weeks-included = zero
               display "No reconciled weekly ledger records on file."
               goback
           end-if

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
                               move branch-master-record
                                   to report-branch-entry
                                       (report-branch-count)
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
                       = weekly-branch-code
                   set report-column-number to column-index
               end-if
           end-perform
           .

       load-weekly-ledger section.
           open input weekly-sales-ledger
           if weekly-status-key-1 not = "0"
                       at end
                           set end-of-ledger to true
                       not at end
                           perform find-report-column
                           if report-column-number > zero
                               perform store-week-entry
                           end-if
                   end-read
               end-perform
               close weekly-sales-ledger
                       < MAX-RECONCILED-WEEKS
               add 1 to reconciled-week-count
               set reconciled-index to reconciled-week-count
               move status-branch-code
                   to reconciled-branch-code(reconciled-index)
               move status-week-ending
                   to reconciled-week-ending(reconciled-index)
           end-if
                       or week-is-reconciled
               if reconciled-week-ending(reconciled-index)
                       = weekly-week-ending
                       and reconciled-branch-code(reconciled-index)
                           = weekly-branch-code
                   move "Y" to week-reconciled-flag
               end-if
           end-perform
           .

      *    A week is left out of the trend if any branch in the report
      *    has not yet reconciled it.
       store-week-entry section.
           move "Y" to week-reconciled-flag
           if status-file-present
               perform check-week-reconciled
           end-if
           move "N" to week-found-flag
           perform varying week-index from 1 by 1
                   until week-index > week-count or week-found
               if table-week-ending(week-index) = weekly-week-ending
                   move "Y" to week-found-flag
                   set week-index down by 1
               end-if
           end-perform
           if not week-found
               if week-count >= MAX-TREND-WEEKS
                   add 1 to weeks-dropped
               else
                   add 1 to week-count
                   set week-index to week-count
                   initialize week-entry(week-index)
                   move weekly-week-ending
                       to table-week-ending(week-index)
                   move "N" to table-week-blocked-flag(week-index)
                   move "Y" to week-found-flag
               end-if
           end-if
           if week-found
               if not week-is-reconciled
                   move "Y" to table-week-blocked-flag(week-index)
               end-if
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   add weekly-daily-amount(day-number)
                       to table-daily-amount
                           (week-index report-column-number
                            day-number)
                   add weekly-daily-amount(day-number)
                       to table-branch-total
                           (week-index report-column-number)
                   add weekly-daily-amount(day-number)
                       to table-week-total(week-index)
               end-perform
           end-if
           .

       total-included-weeks section.
           initialize day-of-week-totals
           perform varying week-index from 1 by 1
                   until week-index > week-count
               if table-week-blocked(week-index)
                   add 1 to weeks-blocked
               else
                   add 1 to weeks-included
                   perform varying column-index from 1 by 1
                           until column-index > report-branch-count
                       perform varying day-number from 1 by 1
                               until day-number > DAYS-PER-WEEK
                           add table-daily-amount
                                   (week-index column-index day-number)
                               to day-branch-total
                                   (column-index day-number)
                           add table-daily-amount
                                   (week-index column-index day-number)
                               to day-total(day-number)
                       end-perform
                   end-perform
               end-if
           end-perform
           .

       print-column-headings section.
           move spaces to heading-line
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
               move report-branch-code(column-index)
                   to heading-code(column-index)
           end-perform
           if consolidated-view
               move "TOTAL" to heading-code(column-index)
           end-if
           display heading-line
           .

       report-day-of-week-averages section.
           display "===== Day-of-Week Averages over " weeks-included
                   " weeks ====="
           if not consolidated-view
               display "Branch " report-branch-code(1) " "
                       report-branch-name(1)
           end-if
           perform print-column-headings
           move zero to best-day-average
           move 999999999.99 to worst-day-average
           perform varying day-number from 1 by 1
                   until day-number > DAYS-PER-WEEK
               move spaces to average-line
               move day-name(day-number) to average-label
               perform varying column-index from 1 by 1
                       until column-index > report-branch-count
                   compute day-average rounded =
                       day-branch-total(column-index day-number)
                       / weeks-included
                   move day-average to average-amount(column-index)
               end-perform
               compute day-average rounded =
                   day-total(day-number) / weeks-included
               if consolidated-view
                   move day-average to average-amount(column-index)
               end-if
               display average-line
               if day-average > best-day-average
                   move day-average to best-day-average
                   move day-number to best-day-number

       report-week-over-week section.
           display "===== Week-over-Week Movement ====="
           perform print-column-headings
           move "N" to previous-week-flag
           perform varying week-index from 1 by 1
                   until week-index > week-count
               if not table-week-blocked(week-index)
                   perform print-one-week
               end-if
           end-perform
           .

       print-one-week section.
           move spaces to week-line
           move table-week-ending(week-index) to week-label
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
               move table-branch-total(week-index column-index)
                   to week-amount(column-index)
           end-perform
           if consolidated-view
               move table-week-total(week-index)
                   to week-amount(column-index)
           end-if
           if previous-week-present
               compute week-movement =
                   table-week-total(week-index) - previous-week-total
               move week-movement to formatted-movement
               display week-line "  (" formatted-movement
                       " on previous week)"
           else
               display week-line
           end-if
           move table-week-total(week-index) to previous-week-total
           move "Y" to previous-week-flag
           .
