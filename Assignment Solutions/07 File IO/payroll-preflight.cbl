       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select pay-period-calendar
               assign calendar-file-name
               organization indexed
               access dynamic
               record key calendar-period
               file status calendar-file-status.
           select timesheet-file
               assign "timesheet-validated.dat"
               organization sequential
               file status timesheet-file-status.
           select tax-bands
               assign "tax-bands.dat"
               organization sequential
               file status tax-file-status.
           select pay-grade-master
               assign "pay-grade-master.dat"
               organization indexed
               access dynamic
               record key grade-code
               file status grade-file-status.
           select pending-changes
               assign "pending-changes.dat"
               organization sequential
               file status pending-file-status.
           select garnishment-orders
               assign "garnishment-orders.dat"
               organization indexed
               access sequential
               record key order-key
               file status orders-file-status.
           select preflight-print
               assign preflight-file-name
               organization line sequential
               file status preflight-print-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  pay-period-calendar.
       01  pay-period-record.
           05  calendar-period             pic 9(6).
           05  calendar-start-date         pic 9(8).
           05  calendar-end-date           pic 9(8).
           05  calendar-pay-date           pic 9(8).
           05  calendar-status             pic X.
               88  period-open             value "O".
               88  period-closed           value "C".

       FD  timesheet-file.
       01  timesheet-record.
           05  timesheet-employee-number   pic 9(5).
           05  timesheet-week-ending       pic 9(8).
           05  timesheet-hours-worked      pic 9(3)V9(2).
           05  timesheet-timestamp         pic X(21).

       FD  tax-bands.
       01  tax-band-record.
           05  band-tax-year           pic 9(4).
           05  band-lower-limit        pic 9(7)V9(2).
           05  band-upper-limit        pic 9(7)V9(2).
           05  band-tax-rate           pic 9(3)V9(2).

       FD  pay-grade-master.
       01  pay-grade-record.
           05  grade-code                  pic X(2).
           05  grade-description           pic X(20).
           05  grade-minimum-salary        pic 9(7)V9(2).
           05  grade-midpoint-salary       pic 9(7)V9(2).
           05  grade-maximum-salary        pic 9(7)V9(2).

       FD  pending-changes.
       01  pending-change-record.
           05  pending-employee-number pic 9(5).
           05  pending-field-code      pic 9.
           05  pending-new-value       pic X(20).
           05  pending-effective-date  pic 9(8).
           05  pending-status          pic X.
               88  change-pending      value "P".
               88  change-applied      value "A".
               88  change-rejected     value "R".

       FD  garnishment-orders.
       01  garnishment-order-record.
           05  order-key.
               10  order-employee-number   pic 9(5).
               10  order-reference         pic X(8).
           05  order-priority          pic 9(2).
           05  order-total-owed        pic 9(7)V9(2).
           05  order-balance-remaining pic 9(7)V9(2).
           05  order-protected-earnings pic 9(7)V9(2).
           05  order-status            pic X.
               88  order-active        value "A".
               88  order-satisfied     value "S".

       FD  preflight-print.
       01  preflight-print-line        pic X(90).

      *    The check is made for one company and pay frequency, the
      *    same run payroll-run is about to make, and only the staff
      *    that run would pay are checked.
       working-storage section.
       78  MAX-TIMESHEET-EMPLOYEES     value 500.
       01  payroll-frequency           pic X value "M".
           88  weekly-payroll          value "W".
           88  monthly-payroll         value "M".
           88  valid-payroll-frequency values "M" "W".
       01  payroll-company-code        pic X(2) value spaces.
       01  calendar-file-name          pic X(40)
                                       value "pay-period-calendar.dat".
       01  preflight-file-name         pic X(40)
                                   value "payroll-preflight-print.txt".
       01  run-refused-flag            pic X value "N".
           88  preflight-refused       value "Y".
       01  employee-in-run-flag        pic X value "N".
           88  employee-in-run         value "Y" false "N".
       01  pay-period                  pic 9(6) value 0.
       01  period-start-date           pic 9(8) value 0.
       01  period-end-date             pic 9(8) value 0.
       01  run-year                    pic 9(4).
       01  timesheet-employee-table.
           05  timesheet-employee-count    pic 9(3) value 0.
           05  timesheet-employee-entry    pic 9(5)
                                       occurs MAX-TIMESHEET-EMPLOYEES
                                       indexed by timesheet-index.
       01  timesheets-dropped          pic 9(3) value 0.
       01  timesheet-found-flag        pic X value "N".
           88  timesheet-found         value "Y".
       01  tax-band-summary.
           05  tax-band-count          pic 9(3) value 0.
           05  highest-band-limit      pic 9(7)V9(2) value 0.
           05  open-ended-band-flag    pic X value "N".
               88  open-ended-band     value "Y".
       01  employee-master-flag        pic X value "N".
           88  employee-master-open    value "Y" false "N".
       01  grade-master-flag           pic X value "N".
           88  grade-master-open       value "Y" false "N".
       01  error-count                 pic 9(5) value 0.
       01  warning-count               pic 9(5) value 0.
       01  employees-checked           pic 9(5) value 0.
       01  exception-severity          pic X(5).
           88  blocking-exception      value "ERROR".
           88  warning-exception       value "WARN".
       01  exception-employee          pic 9(5).
       01  exception-text              pic X(70).
       01  formatted-limit             pic Z,ZZZ,ZZ9.99.
       01  formatted-grade-maximum     pic Z,ZZZ,ZZ9.99.
       01  print-work-line             pic X(90).
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  calendar-read-status        pic 9 value 0.
           88  end-of-calendar         value 1 false 0.
       01  open-period-flag            pic X value "N".
           88  open-period-found       value "Y".
       01  timesheet-read-status       pic 9 value 0.
           88  end-of-timesheets       value 1 false 0.
       01  tax-read-status             pic 9 value 0.
           88  end-of-tax-bands        value 1 false 0.
       01  pending-read-status         pic 9 value 0.
           88  end-of-pending          value 1 false 0.
       01  orders-read-status          pic 9 value 0.
           88  end-of-orders           value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  calendar-file-status.
           05  calendar-status-key-1   pic X.
           05  calendar-status-key-2   pic X.
       01  timesheet-file-status.
           05  timesheet-status-key-1  pic X.
           05  timesheet-status-key-2  pic X.
       01  tax-file-status.
           05  tax-status-key-1        pic X.
           05  tax-status-key-2        pic X.
       01  grade-file-status.
           05  grade-status-key-1      pic X.
           05  grade-status-key-2      pic X.
       01  pending-file-status.
           05  pending-status-key-1    pic X.
           05  pending-status-key-2    pic X.
       01  orders-file-status.
           05  orders-status-key-1     pic X.
           05  orders-status-key-2     pic X.
       01  preflight-print-status.
           05  preflight-status-key-1  pic X.
           05  preflight-status-key-2  pic X.
       copy company-entity-request.

       procedure division.
           move function current-date(1:4) to run-year
           perform select-pay-frequency
           if not preflight-refused
               perform select-payroll-company
           end-if
           if preflight-refused
               move 16 to return-code
               goback
           end-if
           open output preflight-print
           if preflight-status-key-1 not = "0"
               display "Error code " preflight-print-status
                       " opening " preflight-file-name
               move 16 to return-code
               goback
           end-if

           perform find-open-pay-period
           if open-period-found
               perform print-report-headings
               perform load-period-timesheets
               perform load-tax-band-summary
               perform check-tax-bands-present
               perform check-employee-master
               perform check-pending-changes
               perform check-garnishment-orders
           end-if
           perform print-report-verdict
           close preflight-print

           if error-count > zero
               display "Payroll pre-flight NO-GO - " error-count
                       " blocking errors, " warning-count
                       " warnings. See " preflight-file-name
               move 16 to return-code
           else
               display "Payroll pre-flight GO - " warning-count
                       " warnings for review."
           end-if
           goback
           .

       select-pay-frequency section.
           display "Please enter the pay frequency to check - M for "
                   "monthly, W for weekly (blank for monthly):"
           move spaces to payroll-frequency
           accept payroll-frequency
           if payroll-frequency = space
               set monthly-payroll to true
           end-if
           if not valid-payroll-frequency
               display "Pay frequency " payroll-frequency " is not "
                       "M or W - pre-flight check refused."
               move "Y" to run-refused-flag
           else
               move payroll-frequency to entity-pay-frequency
           end-if
           .

       select-payroll-company section.
           display "Please enter the company code to check (blank "
                   "for the primary employer):"
           move spaces to payroll-company-code
           accept payroll-company-code
           move payroll-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " payroll-company-code " is not an "
                       "active company - pre-flight check refused."
               move "Y" to run-refused-flag
           else
               move entity-company-code to payroll-company-code
               set entity-file-name-action to true
               move calendar-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to calendar-file-name
               move preflight-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to preflight-file-name
           end-if
           .

       find-open-pay-period section.
           open input pay-period-calendar
           if calendar-status-key-1 not = "0"
               move "NO PAY-PERIOD CALENDAR ON FILE - RUN THE "
                  & "PAY-PERIOD MAINTENANCE FIRST."
                   to print-work-line
               write preflight-print-line from print-work-line
               add 1 to error-count
           else
               move low-values to calendar-period
               start pay-period-calendar
                       key is greater than calendar-period
                   invalid key
                       set end-of-calendar to true
               end-start
               perform until end-of-calendar or open-period-found
                   read pay-period-calendar next record
                       at end
                           set end-of-calendar to true
                       not at end
                           if period-open
                               set open-period-found to true
                           end-if
                   end-read
               end-perform
               if open-period-found
                   move calendar-period to pay-period
                   move calendar-start-date to period-start-date
                   move calendar-end-date to period-end-date
               else
                   move "NO OPEN PERIOD ON THE PAY-PERIOD CALENDAR "
                      & "- NOTHING FOR PAYROLL-RUN TO PAY."
                       to print-work-line
                   write preflight-print-line from print-work-line
                   add 1 to error-count
               end-if
               close pay-period-calendar
           end-if
           .

       print-report-headings section.
           move spaces to print-work-line
           string "===== Payroll Pre-flight Check - Company "
                      delimited by size
                  payroll-company-code delimited by size
                  " " delimited by size
                  payroll-frequency delimited by size
                  " Period " delimited by size
                  pay-period delimited by size
                  " (ends " delimited by size
                  period-end-date delimited by size
                  ") =====" delimited by size
                  into print-work-line
           end-string
           write preflight-print-line from print-work-line
           move "Severity  Emp    Exception" to print-work-line
           write preflight-print-line from print-work-line
           move all "-" to print-work-line
           write preflight-print-line from print-work-line
           .

       load-period-timesheets section.
           open input timesheet-file
           if timesheet-status-key-1 not = "0"
               move zero to exception-employee
               move "No validated timesheet file - run the "
                  & "timesheet validation first."
                   to exception-text
               set blocking-exception to true
               perform write-exception-line
           else
               perform until end-of-timesheets
                   read timesheet-file
                       at end
                           set end-of-timesheets to true
                       not at end
                           if timesheet-week-ending
                                       >= period-start-date
                                   and timesheet-week-ending
                                       <= period-end-date
                               perform store-timesheet-employee
                           end-if
                   end-read
               end-perform
               close timesheet-file
               if timesheets-dropped > zero
                   display timesheets-dropped " timesheet employees "
                           "not loaded - table full."
               end-if
           end-if
           .

       store-timesheet-employee section.
           perform find-timesheet-employee
           if not timesheet-found
               if timesheet-employee-count < MAX-TIMESHEET-EMPLOYEES
                   add 1 to timesheet-employee-count
                   set timesheet-index to timesheet-employee-count
                   move timesheet-employee-number
                       to timesheet-employee-entry(timesheet-index)
               else
                   add 1 to timesheets-dropped
               end-if
           end-if
           .

       find-timesheet-employee section.
           move "N" to timesheet-found-flag
           perform varying timesheet-index from 1 by 1
                   until timesheet-index > timesheet-employee-count
                       or timesheet-found
               if timesheet-employee-entry(timesheet-index)
                       = timesheet-employee-number
                   move "Y" to timesheet-found-flag
               end-if
           end-perform
           .

       load-tax-band-summary section.
           open input tax-bands
           if tax-status-key-1 = "0"
               perform until end-of-tax-bands
                   read tax-bands
                       at end
                           set end-of-tax-bands to true
                       not at end
                           if band-tax-year = run-year
                               perform summarise-tax-band
                           end-if
                   end-read
               end-perform
               close tax-bands
           end-if
           .

       summarise-tax-band section.
           add 1 to tax-band-count
           if band-upper-limit = zero
               set open-ended-band to true
           else
               if band-upper-limit > highest-band-limit
                   move band-upper-limit to highest-band-limit
               end-if
           end-if
           .

       check-tax-bands-present section.
           if tax-band-count = zero
               move zero to exception-employee
               move spaces to exception-text
               string "No tax bands on file for " delimited by size
                      run-year delimited by size
                      " - no income tax would be deducted."
                          delimited by size
                      into exception-text
               end-string
               set blocking-exception to true
               perform write-exception-line
           end-if
           .

       check-employee-master section.
           open input employee-data
           if status-key-1 not = "0"
               move zero to exception-employee
               move "Employee master cannot be opened."
                   to exception-text
               set blocking-exception to true
               perform write-exception-line
           else
               open input pay-grade-master
               if grade-status-key-1 = "0"
                   set grade-master-open to true
               end-if
               perform until end-of-file
                   read employee-data next record
                       at end
                           set end-of-file to true
                       not at end
                           perform check-employee-in-run
                           if employee-in-run
                               add 1 to employees-checked
                               perform check-one-employee
                           end-if
                   end-read
               end-perform
               close employee-data
               if grade-master-open
                   close pay-grade-master
                   set grade-master-open to false
               end-if
           end-if
           .

      *    The same test payroll-run makes in check-employee-payable.
       check-employee-in-run section.
           set employee-in-run to false
           evaluate true
               when company-code not = payroll-company-code
                       and not (company-code = spaces
                           and entity-is-primary)
                   continue
               when weekly-payroll and not paid-weekly
                   continue
               when monthly-payroll and not paid-monthly
                   continue
               when employee-active
                   if hire-date not > period-end-date
                       set employee-in-run to true
                   end-if
               when employee-terminated
                   if termination-date not < period-start-date
                           and termination-date
                               not > period-end-date
                       set employee-in-run to true
                   end-if
           end-evaluate
           .

       check-one-employee section.
           move employee-number to exception-employee
           if hourly-employee
               move employee-number to timesheet-employee-number
               perform find-timesheet-employee
               if not timesheet-found
                   move "Hourly employee has no validated timesheet "
                      & "for the period." to exception-text
                   set blocking-exception to true
                   perform write-exception-line
               end-if
           else
               if employee-salary = zero
                   move "Salaried employee has a zero salary."
                       to exception-text
                   set blocking-exception to true
                   perform write-exception-line
               end-if
           end-if
           perform check-employee-pay-grade
           .

       check-employee-pay-grade section.
           if grade-master-open
               move pay-grade to grade-code
               read pay-grade-master
                   invalid key
                       move spaces to exception-text
                       string "Pay grade " delimited by size
                              pay-grade delimited by size
                              " is not on the pay-grade master."
                                  delimited by size
                              into exception-text
                       end-string
                       set blocking-exception to true
                       perform write-exception-line
                   not invalid key
                       perform check-grade-tax-coverage
               end-read
           end-if
           .

       check-grade-tax-coverage section.
           if tax-band-count > zero
                   and not open-ended-band
                   and grade-maximum-salary > highest-band-limit
               move highest-band-limit to formatted-limit
               move grade-maximum-salary to formatted-grade-maximum
               move spaces to exception-text
               string "Grade " delimited by size
                      grade-code delimited by size
                      " max " delimited by size
                      formatted-grade-maximum delimited by size
                      " is above the top tax band "
                          delimited by size
                      formatted-limit delimited by size
                      into exception-text
               end-string
               set blocking-exception to true
               perform write-exception-line
           end-if
           .

      *    A change for someone another run pays is left to that
      *    run's own check.
       check-pending-changes section.
           open input pending-changes
           if pending-status-key-1 = "0"
               open input employee-data
               if status-key-1 = "0"
                   set employee-master-open to true
               end-if
               perform until end-of-pending
                   read pending-changes
                       at end
                           set end-of-pending to true
                       not at end
                           if change-pending
                                   and pending-effective-date
                                       <= period-end-date
                               perform check-change-in-run
                               if employee-in-run
                                   perform report-unapplied-change
                               end-if
                           end-if
                   end-read
               end-perform
               close pending-changes
               if employee-master-open
                   close employee-data
                   set employee-master-open to false
               end-if
           end-if
           .

       check-change-in-run section.
           set employee-in-run to true
           if employee-master-open
               move pending-employee-number to employee-number
               read employee-data
                   invalid key
                       continue
                   not invalid key
                       perform check-employee-in-run
               end-read
           end-if
           .

       report-unapplied-change section.
           move pending-employee-number to exception-employee
           move spaces to exception-text
           string "Pending change to field " delimited by size
                  pending-field-code delimited by size
                  " effective " delimited by size
                  pending-effective-date delimited by size
                  " has not been applied." delimited by size
                  into exception-text
           end-string
           set blocking-exception to true
           perform write-exception-line
           .

       check-garnishment-orders section.
           open input garnishment-orders
           if orders-status-key-1 = "0"
               open input employee-data
               if status-key-1 = "0"
                   set employee-master-open to true
               end-if
               perform until end-of-orders
                   read garnishment-orders next record
                       at end
                           set end-of-orders to true
                       not at end
                           if order-active
                                   and order-balance-remaining > zero
                                   and employee-master-open
                               perform check-order-employee
                           end-if
                   end-read
               end-perform
               close garnishment-orders
               if employee-master-open
                   close employee-data
                   set employee-master-open to false
               end-if
           end-if
           .

       check-order-employee section.
           move order-employee-number to employee-number
           move order-employee-number to exception-employee
           read employee-data
               invalid key
                   move spaces to exception-text
                   string "Open garnishment order " delimited by size
                          order-reference delimited by size
                          " for an employee not on file."
                              delimited by size
                          into exception-text
                   end-string
                   set warning-exception to true
                   perform write-exception-line
               not invalid key
                   perform check-employee-in-run
                   if not employee-in-run
                           and not employee-active
                           and (company-code = payroll-company-code
                               or (company-code = spaces
                                   and entity-is-primary))
                           and ((weekly-payroll and paid-weekly)
                               or (monthly-payroll and paid-monthly))
                       move spaces to exception-text
                       string "Open garnishment order "
                                  delimited by size
                              order-reference delimited by size
                              " for a terminated employee."
                                  delimited by size
                              into exception-text
                       end-string
                       set warning-exception to true
                       perform write-exception-line
                   end-if
           end-read
           .

       write-exception-line section.
           if blocking-exception
               add 1 to error-count
           else
               add 1 to warning-count
           end-if
           move spaces to print-work-line
           move exception-severity to print-work-line(1:5)
           if exception-employee not = zero
               move exception-employee to print-work-line(11:5)
           end-if
           move exception-text to print-work-line(18:70)
           write preflight-print-line from print-work-line
           .

       print-report-verdict section.
           move spaces to print-work-line
           write preflight-print-line from print-work-line
           move spaces to print-work-line
           string employees-checked delimited by size
                  " employees in the run checked - " delimited by size
                  error-count delimited by size
                  " errors, " delimited by size
                  warning-count delimited by size
                  " warnings." delimited by size
                  into print-work-line
           end-string
           write preflight-print-line from print-work-line
           if error-count > zero
               move "VERDICT: NO-GO - correct the errors above before "
                  & "payroll-run is started." to print-work-line
           else
               move "VERDICT: GO - payroll-run may be started."
                   to print-work-line
           end-if
           write preflight-print-line from print-work-line
           .
