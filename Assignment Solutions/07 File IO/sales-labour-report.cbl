       input-output section.
           select branch-master
               assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.
           select weekly-sales-ledger
               assign "weekly-sales-ledger.dat"
               organization line sequential
               file status ledger-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select punch-file
               assign "punch-clock-data.txt"
               organization line sequential
               file status punch-file-status.
           select timesheet-file
               assign "timesheet-validated.dat"
               organization sequential
               file status timesheet-file-status.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.

       file section.
       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  branch-shop-department  pic X(4).
           05  branch-splh-low         pic 9(5)V9(2).
           05  branch-splh-high        pic 9(5)V9(2).
           05  branch-labour-max-pct   pic 9(3)V9(1).

       FD  weekly-sales-ledger.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       FD  employee-data.
       copy employee-record.

       FD  punch-file.
       01  punch-record.
           05  punch-employee-number   pic 9(5).
           05  punch-date              pic 9(8).
           05  punch-time              pic 9(4).
           05  punch-direction         pic X(3).
               88  punch-in            value "IN ".
               88  punch-out           value "OUT".

       FD  timesheet-file.
       01  timesheet-record.
           05  timesheet-employee-number   pic 9(5).
           05  timesheet-week-ending       pic 9(8).
           05  timesheet-hours-worked      pic 9(3)V9(2).
           05  timesheet-timestamp         pic X(21).

       FD  report-print.
       01  report-print-line           pic X(132).

      *    The shop trades five days to a week ending on the fifth
      *    trading day; day n falls (5 - n) days before it.  Each
      *    branch is staffed by the active people in its shop
      *    department on the branch master.  Daily hours come from
      *    paired IN/OUT clockings; anyone with a validated timesheet
      *    for the week but no clockings has the timesheet hours
      *    spread evenly over the five days.  Timesheet weeks end on
      *    the Sunday after the shop week.  Labour cost is hours at
      *    the hourly rate, or at salary / 2080 for salaried staff.
       working-storage section.
       78  TRADING-DAYS                value 5.
       78  MAX-LABOUR-BRANCHES         value 20.
       78  MAX-SHOP-STAFF              value 500.
       78  MAX-WEEK-PUNCHES            value 2000.
       78  SALARIED-HOURS-PER-YEAR     value 2080.
       78  LINES-PER-PAGE              value 55.
       01  week-ending-entry           pic 9(8) value 0.
       01  branch-code-entry           pic X(3) value spaces.
       01  timesheet-week-ending-date  pic 9(8).
       01  date-integer                pic 9(8).
       01  trading-day-table.
           05  trading-day-date        pic 9(8) occurs TRADING-DAYS.
       01  day-number                  pic 9.
       01  labour-branch-table.
           05  labour-branch-count     pic 9(2) value 0.
           05  labour-branch-entry     occurs MAX-LABOUR-BRANCHES
                                       indexed by branch-index.
               10  table-branch-code       pic X(3).
               10  table-branch-name       pic X(20).
               10  table-shop-department   pic X(4).
               10  table-splh-low          pic 9(5)V9(2).
               10  table-splh-high         pic 9(5)V9(2).
               10  table-labour-max-pct    pic 9(3)V9(1).
               10  table-sales-found-flag  pic X.
                   88  table-sales-found   value "Y".
               10  table-staff-count       pic 9(3).
               10  table-timesheet-only    pic 9(3).
               10  table-day-figures       occurs TRADING-DAYS.
                   15  table-day-sales     pic 9(9).
                   15  table-day-hours     pic 9(5)V9(2).
                   15  table-day-cost      pic 9(9)V9(2).
       01  shop-staff-table.
           05  shop-staff-count        pic 9(3) value 0.
           05  shop-staff-entry        occurs MAX-SHOP-STAFF
                                       indexed by staff-index.
               10  staff-employee-number   pic 9(5).
               10  staff-branch-number     pic 9(2).
               10  staff-hourly-cost       pic 9(5)V9(4).
               10  staff-clocked-flag      pic X.
                   88  staff-clocked       value "Y".
               10  staff-day-minutes       pic 9(5) occurs TRADING-DAYS.
       01  staff-dropped               pic 9(3) value 0.
       01  week-punch-table.
           05  week-punch-count        pic 9(4) value 0.
           05  week-punch-entry        occurs MAX-WEEK-PUNCHES
                                       indexed by punch-index
                                                  match-index.
               10  entry-staff-number      pic 9(3).
               10  entry-day-number        pic 9.
               10  entry-punch-time        pic 9(4).
               10  entry-direction         pic X(3).
               10  entry-used-flag         pic X.
                   88  punch-entry-used    value "Y".
       01  punches-dropped             pic 9(4) value 0.
       01  punches-unpaired            pic 9(4) value 0.
       01  best-match-index            pic 9(4).
       01  lookup-employee-number      pic 9(5).
       01  staff-found-flag            pic X value "N".
           88  staff-found             value "Y" false "N".
       01  in-minutes                  pic 9(4).
       01  out-minutes                 pic 9(4).
       01  spread-minutes              pic 9(5).
       01  day-hours                   pic 9(5)V9(2).
       01  day-cost                    pic 9(9)V9(2).
       01  week-sales                  pic 9(11).
       01  week-hours                  pic 9(7)V9(2).
       01  week-cost                   pic 9(11)V9(2).
       01  line-sales                  pic 9(11).
       01  line-hours                  pic 9(7)V9(2).
       01  line-cost                   pic 9(11)V9(2).
       01  sales-per-hour              pic 9(9)V9(2).
       01  labour-percent              pic 9(5)V9(1).
       01  flag-text                   pic X(40).
       01  flag-pointer                pic 9(2).
       01  days-flagged                pic 9(3) value 0.
       01  line-label                  pic X(14).
       01  formatted-sales             pic ZZ,ZZZ,ZZZ,ZZ9.
       01  formatted-hours             pic Z,ZZZ,ZZ9.99.
       01  formatted-splh              pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-cost              pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  formatted-percent           pic ZZZZ9.9.
       01  formatted-target-low        pic ZZZZ9.99.
       01  formatted-target-high       pic ZZZZ9.99.
       01  formatted-target-pct        pic ZZ9.9.
       01  formatted-count             pic ZZ9.
       01  formatted-timesheet-count   pic ZZ9.
       01  formatted-page-number       pic ZZZ9.
       01  page-number                 pic 9(4) value 0.
       01  lines-printed               pic 9(2) value 0.
       01  print-work-line             pic X(132).
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  ledger-read-status          pic 9 value 0.
           88  end-of-ledger           value 1 false 0.
       01  employee-read-status        pic 9 value 0.
           88  end-of-employees        value 1 false 0.
       01  punch-read-status           pic 9 value 0.
           88  end-of-punches          value 1 false 0.
       01  timesheet-read-status       pic 9 value 0.
           88  end-of-timesheets       value 1 false 0.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  ledger-file-status.
           05  ledger-status-key-1     pic X.
           05  ledger-status-key-2     pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  punch-file-status.
           05  punch-status-key-1      pic X.
           05  punch-status-key-2      pic X.
       01  timesheet-file-status.
           05  timesheet-status-key-1  pic X.
           05  timesheet-status-key-2  pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.
       copy report-catalog-request.

       procedure division.
           display "===== Sales per Labour Hour ====="
           display "Please enter the shop week-ending date (yyyymmdd):"
           accept week-ending-entry
           if function test-date-yyyymmdd(week-ending-entry) not = 0
               display "Not a valid date - report cancelled."
               goback
           end-if
           display "Please enter a branch code (spaces for all "
                   "branches):"
           move spaces to branch-code-entry
           accept branch-code-entry
           perform set-trading-days

           perform load-labour-branches
           if labour-branch-count = zero
               display "No matching branch on the branch master - "
                       "report cancelled."
               goback
           end-if
           perform load-week-sales
           perform load-shop-staff
           if shop-staff-count > zero
               perform load-week-punches
               perform pair-week-punches
               perform load-week-timesheets
           end-if
           perform accumulate-branch-labour

           perform register-report-run
           open output report-print
           if print-status-key-1 not = "0"
               display "Error code " report-print-status
                       " opening " catalog-output-file-name
               goback
           end-if
           perform print-page-headings
           perform varying branch-index from 1 by 1
                   until branch-index > labour-branch-count
               perform print-branch-section
           end-perform
           close report-print
           perform catalogue-report-run

           display "Sales per labour hour report written - "
                   labour-branch-count " branches, " days-flagged
                   " days outside target."
           if staff-dropped > zero or punches-dropped > zero
               display "WARNING: " staff-dropped " staff and "
                       punches-dropped " clockings could not be "
                       "held - figures are incomplete."
           end-if
           goback
           .

       set-trading-days section.
           perform varying day-number from 1 by 1
                   until day-number > TRADING-DAYS
               compute date-integer =
                   function integer-of-date(week-ending-entry)
                   - (TRADING-DAYS - day-number)
               compute trading-day-date(day-number) =
                   function date-of-integer(date-integer)
           end-perform
           compute date-integer =
               function integer-of-date(week-ending-entry)
           compute date-integer = date-integer
               + function mod(7 - function mod(date-integer, 7), 7)
           compute timesheet-week-ending-date =
               function date-of-integer(date-integer)
           .

       load-labour-branches section.
           open input branch-master
           if branch-status-key-1 not = "0"
               display "No branch master found."
           else
               set end-of-branches to false
               perform until end-of-branches
                   read branch-master
                       at end
                           set end-of-branches to true
                       not at end
                           if (branch-code-entry = spaces
                                   or branch-code = branch-code-entry)
                                   and labour-branch-count
                                       < MAX-LABOUR-BRANCHES
                               perform store-labour-branch
                           end-if
                   end-read
               end-perform
               close branch-master
           end-if
           .

       store-labour-branch section.
           add 1 to labour-branch-count
           set branch-index to labour-branch-count
           initialize labour-branch-entry(branch-index)
           move branch-code to table-branch-code(branch-index)
           move branch-name to table-branch-name(branch-index)
           move branch-shop-department
               to table-shop-department(branch-index)
           if branch-splh-low is numeric
               move branch-splh-low to table-splh-low(branch-index)
           end-if
           if branch-splh-high is numeric
               move branch-splh-high to table-splh-high(branch-index)
           end-if
           if branch-labour-max-pct is numeric
               move branch-labour-max-pct
                   to table-labour-max-pct(branch-index)
           end-if
           .

       load-week-sales section.
           open input weekly-sales-ledger
           if ledger-status-key-1 not = "0"
               display "No weekly sales ledger found - sales will "
                       "show as zero."
           else
               set end-of-ledger to false
               perform until end-of-ledger
                   read weekly-sales-ledger
                       at end
                           set end-of-ledger to true
                       not at end
                           if weekly-week-ending = week-ending-entry
                               perform store-week-sales
                           end-if
                   end-read
               end-perform
               close weekly-sales-ledger
           end-if
           .

       store-week-sales section.
           perform varying branch-index from 1 by 1
                   until branch-index > labour-branch-count
               if table-branch-code(branch-index) = weekly-branch-code
                   move "Y" to table-sales-found-flag(branch-index)
                   perform varying day-number from 1 by 1
                           until day-number > TRADING-DAYS
                       add weekly-daily-amount(day-number)
                           to table-day-sales(branch-index, day-number)
                   end-perform
               end-if
           end-perform
           .

      *    A department staffing more than one branch is counted at
      *    the first of them on the branch master.
       load-shop-staff section.
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data - no labour hours."
           else
               set end-of-employees to false
               move zero to employee-number
               start employee-data
                       key is greater than employee-number
                   invalid key
                       set end-of-employees to true
               end-start
               perform until end-of-employees
                   read employee-data next record
                       at end
                           set end-of-employees to true
                       not at end
                           if employee-active
                                   and department-code not = spaces
                               perform store-shop-staff
                           end-if
                   end-read
               end-perform
               close employee-data
           end-if
           .

       store-shop-staff section.
           set branch-index to 1
           search labour-branch-entry
               at end
                   continue
               when branch-index > labour-branch-count
                   continue
               when table-shop-department(branch-index)
                       = department-code
                   perform add-shop-staff
           end-search
           .

       add-shop-staff section.
           if shop-staff-count < MAX-SHOP-STAFF
               add 1 to shop-staff-count
               set staff-index to shop-staff-count
               initialize shop-staff-entry(staff-index)
               move employee-number
                   to staff-employee-number(staff-index)
               set staff-branch-number(staff-index) to branch-index
               if hourly-employee
                   move hourly-rate to staff-hourly-cost(staff-index)
               else
                   compute staff-hourly-cost(staff-index) rounded =
                       employee-salary / SALARIED-HOURS-PER-YEAR
               end-if
               add 1 to table-staff-count(branch-index)
           else
               add 1 to staff-dropped
           end-if
           .

       find-shop-staff section.
           set staff-found to false
           set staff-index to 1
           search shop-staff-entry
               at end
                   continue
               when staff-index > shop-staff-count
                   continue
               when staff-employee-number(staff-index)
                       = lookup-employee-number
                   set staff-found to true
           end-search
           .

       load-week-punches section.
           open input punch-file
           if punch-status-key-1 not = "0"
               display "No punch-clock-data file found - hours come "
                       "from timesheets only."
           else
               set end-of-punches to false
               perform until end-of-punches
                   read punch-file
                       at end
                           set end-of-punches to true
                       not at end
                           if punch-date >= trading-day-date(1)
                                   and punch-date <= week-ending-entry
                               perform store-week-punch
                           end-if
                   end-read
               end-perform
               close punch-file
           end-if
           .

       store-week-punch section.
           move punch-employee-number to lookup-employee-number
           perform find-shop-staff
           if staff-found
               if week-punch-count < MAX-WEEK-PUNCHES
                   add 1 to week-punch-count
                   set punch-index to week-punch-count
                   set entry-staff-number(punch-index) to staff-index
                   perform varying day-number from 1 by 1
                           until day-number > TRADING-DAYS
                               or trading-day-date(day-number)
                                   = punch-date
                       continue
                   end-perform
                   move day-number to entry-day-number(punch-index)
                   move punch-time to entry-punch-time(punch-index)
                   move punch-direction to entry-direction(punch-index)
                   move "N" to entry-used-flag(punch-index)
               else
                   add 1 to punches-dropped
               end-if
           end-if
           .

      *    Each IN is paired with the earliest unused OUT for the same
      *    person later the same day, as the punch clock import does.
       pair-week-punches section.
           perform varying punch-index from 1 by 1
                   until punch-index > week-punch-count
               if entry-direction(punch-index) = "IN "
                       and not punch-entry-used(punch-index)
                   perform find-matching-out
               end-if
           end-perform
           .

       find-matching-out section.
           move zero to best-match-index
           perform varying match-index from 1 by 1
                   until match-index > week-punch-count
               if entry-direction(match-index) = "OUT"
                       and not punch-entry-used(match-index)
                       and entry-staff-number(match-index)
                           = entry-staff-number(punch-index)
                       and entry-day-number(match-index)
                           = entry-day-number(punch-index)
                       and entry-punch-time(match-index)
                           >= entry-punch-time(punch-index)
                   if best-match-index = zero
                       set best-match-index to match-index
                   else
                       if entry-punch-time(match-index)
                               < entry-punch-time(best-match-index)
                           set best-match-index to match-index
                       end-if
                   end-if
               end-if
           end-perform
           if best-match-index = zero
               add 1 to punches-unpaired
           else
               set match-index to best-match-index
               perform add-paired-minutes
           end-if
           .

       add-paired-minutes section.
           move "Y" to entry-used-flag(punch-index)
           move "Y" to entry-used-flag(match-index)
           compute in-minutes =
               function integer(entry-punch-time(punch-index) / 100)
               * 60
               + function mod(entry-punch-time(punch-index), 100)
           compute out-minutes =
               function integer(entry-punch-time(match-index) / 100)
               * 60
               + function mod(entry-punch-time(match-index), 100)
           set staff-index to entry-staff-number(punch-index)
           move entry-day-number(punch-index) to day-number
           add out-minutes to staff-day-minutes(staff-index, day-number)
           subtract in-minutes
               from staff-day-minutes(staff-index, day-number)
           move "Y" to staff-clocked-flag(staff-index)
           .

       load-week-timesheets section.
           open input timesheet-file
           if timesheet-status-key-1 = "0"
               set end-of-timesheets to false
               perform until end-of-timesheets
                   read timesheet-file
                       at end
                           set end-of-timesheets to true
                       not at end
                           if timesheet-week-ending
                                   = timesheet-week-ending-date
                               perform spread-timesheet-hours
                           end-if
                   end-read
               end-perform
               close timesheet-file
           end-if
           .

       spread-timesheet-hours section.
           move timesheet-employee-number to lookup-employee-number
           perform find-shop-staff
           if staff-found
               if not staff-clocked(staff-index)
                   compute spread-minutes rounded =
                       timesheet-hours-worked * 60 / TRADING-DAYS
                   perform varying day-number from 1 by 1
                           until day-number > TRADING-DAYS
                       add spread-minutes
                           to staff-day-minutes(staff-index, day-number)
                   end-perform
                   set branch-index to staff-branch-number(staff-index)
                   add 1 to table-timesheet-only(branch-index)
               end-if
           end-if
           .

       accumulate-branch-labour section.
           perform varying staff-index from 1 by 1
                   until staff-index > shop-staff-count
               set branch-index to staff-branch-number(staff-index)
               perform varying day-number from 1 by 1
                       until day-number > TRADING-DAYS
                   compute day-hours rounded =
                       staff-day-minutes(staff-index, day-number) / 60
                   compute day-cost rounded =
                       day-hours * staff-hourly-cost(staff-index)
                   add day-hours
                       to table-day-hours(branch-index, day-number)
                   add day-cost
                       to table-day-cost(branch-index, day-number)
               end-perform
           end-perform
           .

       print-branch-section section.
           perform print-branch-heading
           move zero to week-sales
           move zero to week-hours
           move zero to week-cost
           perform varying day-number from 1 by 1
                   until day-number > TRADING-DAYS
               move table-day-sales(branch-index, day-number)
                   to line-sales
               move table-day-hours(branch-index, day-number)
                   to line-hours
               move table-day-cost(branch-index, day-number)
                   to line-cost
               add line-sales to week-sales
               add line-hours to week-hours
               add line-cost to week-cost
               move spaces to line-label
               string day-number delimited by size
                      "  " delimited by size
                      trading-day-date(day-number) delimited by size
                      into line-label
               end-string
               perform print-labour-line
           end-perform
           move week-sales to line-sales
           move week-hours to line-hours
           move week-cost to line-cost
           move "Week" to line-label
           perform print-labour-line
           move table-staff-count(branch-index) to formatted-count
           move table-timesheet-only(branch-index)
               to formatted-timesheet-count
           move spaces to print-work-line
           string "Shop staff: " delimited by size
                  formatted-count delimited by size
                  ", of whom " delimited by size
                  formatted-timesheet-count delimited by size
                  " had no clockings and were taken from timesheets"
                      delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           if not table-sales-found(branch-index)
               move "No sales on the ledger for this branch and week."
                   to print-work-line
               perform write-print-line
           end-if
           move spaces to print-work-line
           perform write-print-line
           .

       print-branch-heading section.
           if lines-printed > LINES-PER-PAGE - 12
               perform print-page-headings
           end-if
           move spaces to print-work-line
           string "Branch " delimited by size
                  table-branch-code(branch-index) delimited by size
                  " " delimited by size
                  table-branch-name(branch-index) delimited by size
                  "  Shop department: " delimited by size
                  table-shop-department(branch-index) delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move table-splh-low(branch-index) to formatted-target-low
           move table-splh-high(branch-index) to formatted-target-high
           move table-labour-max-pct(branch-index)
               to formatted-target-pct
           move spaces to print-work-line
           string "Targets: sales per labour hour " delimited by size
                  formatted-target-low delimited by size
                  " to " delimited by size
                  formatted-target-high delimited by size
                  ", labour cost at most " delimited by size
                  formatted-target-pct delimited by size
                  "% of sales (0 = no limit)" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move "Day Date               Sales       Hours    Sales/Hour"
             & "      Labour Cost  Labour %  Flag" to print-work-line
           perform write-print-line
           .

      *    Days are flagged against the branch targets; the week line
      *    is checked the same way but not counted as a flagged day.
       print-labour-line section.
           move zero to sales-per-hour
           move zero to labour-percent
           if line-hours > zero
               compute sales-per-hour rounded = line-sales / line-hours
                   on size error
                       move 999999999.99 to sales-per-hour
               end-compute
           end-if
           if line-sales > zero
               compute labour-percent rounded =
                   line-cost * 100 / line-sales
                   on size error
                       move 99999.9 to labour-percent
               end-compute
           end-if
           move spaces to flag-text
           move 1 to flag-pointer
           evaluate true
               when line-sales = zero and line-hours = zero
                   continue
               when line-hours = zero
                   string "NO HOURS " delimited by size
                          into flag-text with pointer flag-pointer
                   end-string
               when line-sales = zero
                   string "NO SALES " delimited by size
                          into flag-text with pointer flag-pointer
                   end-string
               when other
                   if table-splh-low(branch-index) > zero
                           and sales-per-hour
                               < table-splh-low(branch-index)
                       string "LOW SPLH " delimited by size
                              into flag-text with pointer flag-pointer
                       end-string
                   end-if
                   if table-splh-high(branch-index) > zero
                           and sales-per-hour
                               > table-splh-high(branch-index)
                       string "HIGH SPLH " delimited by size
                              into flag-text with pointer flag-pointer
                       end-string
                   end-if
                   if table-labour-max-pct(branch-index) > zero
                           and labour-percent
                               > table-labour-max-pct(branch-index)
                       string "LABOUR % HIGH " delimited by size
                              into flag-text with pointer flag-pointer
                       end-string
                   end-if
           end-evaluate
           if flag-text not = spaces and line-label not = "Week"
               add 1 to days-flagged
           end-if
           move line-sales to formatted-sales
           move line-hours to formatted-hours
           move sales-per-hour to formatted-splh
           move line-cost to formatted-cost
           move labour-percent to formatted-percent
           move spaces to print-work-line
           string line-label delimited by size
                  formatted-sales delimited by size
                  formatted-hours delimited by size
                  formatted-splh delimited by size
                  formatted-cost delimited by size
                  "   " delimited by size
                  formatted-percent delimited by size
                  "  " delimited by size
                  flag-text delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           .

       write-print-line section.
           if lines-printed >= LINES-PER-PAGE
               perform print-page-headings
           end-if
           write report-print-line from print-work-line
           add 1 to lines-printed
           add 1 to catalog-line-count
           .

       print-page-headings section.
           add 1 to page-number
           move page-number to formatted-page-number
           move spaces to print-work-line
           string "Sales per Labour Hour   Week ending: "
                      delimited by size
                  week-ending-entry delimited by size
                  "   Page " delimited by size
                  formatted-page-number delimited by size
                  into print-work-line
           end-string
           if page-number > 1
               move spaces to report-print-line
               write report-print-line after advancing page
           end-if
           write report-print-line from print-work-line
           move all "-" to print-work-line
           write report-print-line from print-work-line
           move 2 to lines-printed
           .

       register-report-run section.
           set catalog-open-action to true
           move "SALES-LABOUR" to catalog-report-name
           move "sales-labour-print.txt" to catalog-base-file-name
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move "*REPORT*" to catalog-operator-id
           move page-number to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .
