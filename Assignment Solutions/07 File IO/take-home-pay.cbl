       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select employee-deductions
               assign "employee-deductions.dat"
               organization indexed
               access dynamic
               record key deduction-key
               file status deduction-file-status.
           select tax-bands
               assign "tax-bands.dat"
               organization sequential
               file status tax-file-status.
           select pension-schemes
               assign "pension-schemes.dat"
               organization indexed
               access dynamic
               record key scheme-code
               file status schemes-file-status.
           select pension-membership
               assign "pension-membership.dat"
               organization indexed
               access random
               record key member-employee-number
               file status membership-file-status.
           select benefit-plans
               assign "benefit-plans.dat"
               organization indexed
               access random
               record key plan-code
               file status plans-file-status.
           select benefit-enrollments
               assign "benefit-enrollments.dat"
               organization indexed
               access dynamic
               record key enrollment-key
               file status enrollments-file-status.
           select pay-grade-master
               assign "pay-grade-master.dat"
               organization indexed
               access random
               record key grade-code
               file status grade-file-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  employee-deductions.
       01  deduction-record.
           05  deduction-key.
               10  deduction-employee-number   pic 9(5).
               10  deduction-code              pic X(4).
           05  deduction-type                  pic X.
               88  percentage-deduction        value "P".
               88  flat-deduction              value "F".
           05  deduction-rate                  pic 9(3)V9(2).
           05  deduction-flat-amount           pic 9(5)V9(2).
           05  deduction-description           pic X(20).

       FD  tax-bands.
       01  tax-band-record.
           05  band-tax-year           pic 9(4).
           05  band-lower-limit        pic 9(7)V9(2).
           05  band-upper-limit        pic 9(7)V9(2).
           05  band-tax-rate           pic 9(3)V9(2).

       FD  pension-schemes.
       01  pension-scheme-record.
           05  scheme-code             pic X(4).
           05  scheme-description      pic X(20).
           05  scheme-employee-rate    pic 9(3)V9(2).
           05  scheme-employer-rate    pic 9(3)V9(2).
           05  scheme-band-lower       pic 9(7)V9(2).
           05  scheme-band-upper       pic 9(7)V9(2).
           05  scheme-enrol-trigger    pic 9(7)V9(2).
           05  scheme-auto-enrol       pic X.
               88  scheme-is-auto-enrol    value "Y".
           05  scheme-provider-ref     pic X(10).

       FD  pension-membership.
       01  pension-member-record.
           05  member-employee-number  pic 9(5).
           05  member-scheme-code      pic X(4).
           05  member-status           pic X.
               88  member-enrolled     value "E".
               88  member-opted-out    value "O".
               88  member-ceased       value "C".
           05  member-enrol-method     pic X.
           05  member-enrol-date       pic 9(8).
           05  member-status-date      pic 9(8).
           05  member-assessment       pic X(8).
           05  member-assessed-period  pic 9(6).
           05  member-operator-id      pic X(8).
           05  member-timestamp        pic X(21).

       FD  benefit-plans.
       01  benefit-plan-record.
           05  plan-code               pic X(4).
           05  plan-description        pic X(20).
           05  plan-deduction-type     pic X.
               88  plan-percentage     value "P".
               88  plan-flat-amount    value "F".
           05  plan-employee-rate      pic 9(3)V9(2).
           05  plan-employer-rate      pic 9(3)V9(2).
           05  plan-eligible-grade     pic X(2).

       FD  benefit-enrollments.
       01  benefit-enrollment-record.
           05  enrollment-key.
               10  enrollment-employee-number  pic 9(5).
               10  enrollment-plan-code        pic X(4).
           05  enrollment-year         pic 9(4).
           05  enrollment-status       pic X.
               88  enrollment-elected  value "E".
               88  enrollment-active   value "A".
               88  enrollment-lapsing  value "L".
               88  enrollment-removed  value "R".
           05  enrollment-timestamp    pic X(21).

       FD  pay-grade-master.
       01  pay-grade-record.
           05  grade-code                  pic X(2).
           05  grade-description           pic X(20).
           05  grade-minimum-salary        pic 9(7)V9(2).
           05  grade-midpoint-salary       pic 9(7)V9(2).
           05  grade-maximum-salary        pic 9(7)V9(2).

      *    The estimate is for a settled period in the current tax
      *    year: the annual bands are applied to the annual salary and
      *    spread evenly over the periods, and pension and deductions
      *    are worked on one period's gross as the payroll run does.
      *    Files are read only - nothing is written.
       working-storage section.
       78  MAX-TAX-BANDS               value 10.
       78  MAX-ESTIMATE-LINES          value 20.
       78  HOURS-PER-WORKING-DAY       value 8.
       78  WORKING-DAYS-PER-YEAR       value 260.
       01  estimate-source-entry       pic X value space.
           88  estimate-for-employee   value "E" "e".
           88  estimate-for-salary     value "S" "s".
       01  frequency-entry             pic X value space.
           88  weekly-entry            value "W" "w".
           88  monthly-entry           value "M" "m" " ".
       01  estimate-pay-grade          pic X(2) value spaces.
       01  estimate-employee-flag      pic X value "N".
           88  estimate-has-employee   value "Y" false "N".
       01  entry-raw                   pic X(14).
       01  entry-is-numeric-flag       pic X.
           88  entry-is-numeric        value "Y".
       01  estimate-in-error-flag      pic X value "N".
           88  estimate-in-error       value "Y" false "N".
       01  tax-year                    pic 9(4).
       01  tax-band-table.
           05  tax-band-count          pic 9(2) value 0.
           05  tax-band-entry          occurs MAX-TAX-BANDS
                                       indexed by tax-band-index.
               10  table-lower-limit   pic 9(7)V9(2).
               10  table-upper-limit   pic 9(7)V9(2).
               10  table-tax-rate      pic 9(3)V9(2).
       01  pension-scheme-flag         pic X value "N".
           88  pension-scheme-applies  value "Y" false "N".
       01  pension-basis-flag          pic X value space.
           88  pension-by-membership   value "M".
           88  pension-by-auto-enrol   value "A".
       01  estimate-scheme.
           05  estimate-scheme-code    pic X(4).
           05  estimate-employee-rate  pic 9(3)V9(2).
           05  estimate-band-lower     pic 9(7)V9(2).
           05  estimate-band-upper     pic 9(7)V9(2).
           05  estimate-enrol-trigger  pic 9(7)V9(2).
       01  estimate-lines.
           05  estimate-line-count     pic 9(2) value 0.
           05  estimate-line           occurs MAX-ESTIMATE-LINES
                                       indexed by estimate-index.
               10  estimate-line-code  pic X(4).
               10  estimate-line-text  pic X(20).
               10  estimate-line-type  pic X.
                   88  estimate-percentage value "P".
               10  estimate-line-rate  pic 9(3)V9(2).
               10  estimate-line-flat  pic 9(5)V9(2).
               10  estimate-line-amount pic 9(7)V9(2) occurs 2.
       01  lines-dropped               pic 9(2) value 0.
       01  column-index                pic 9.
       01  annual-tax-amount           pic 9(9)V9(2).
       01  taxable-slice               pic 9(9)V9(2).
       01  qualifying-earnings         pic 9(7)V9(2).
       01  period-band-lower           pic 9(7)V9(2).
       01  period-band-upper           pic 9(7)V9(2).
       01  period-enrol-trigger        pic 9(7)V9(2).
       01  line-code-wanted            pic X(4).
       01  formatted-amount-1          pic Z(2),ZZZ,ZZ9.99.
       01  formatted-amount-2          pic Z(2),ZZZ,ZZ9.99.
       01  formatted-net-1             pic -(2),---,--9.99.
       01  formatted-net-2             pic -(2),---,--9.99.
       01  formatted-annual-net-1      pic -(3),---,--9.99.
       01  formatted-annual-net-2      pic -(3),---,--9.99.
       01  formatted-rate              pic ZZ9.99.
       01  display-label               pic X(24).
       01  tax-read-status             pic 9 value 0.
           88  end-of-tax-bands        value 1 false 0.
       01  deduction-read-status       pic 9 value 0.
           88  end-of-deductions       value 1 false 0.
       01  enrollment-read-status      pic 9 value 0.
           88  end-of-enrollments      value 1 false 0.
       01  scheme-read-status          pic 9 value 0.
           88  end-of-schemes          value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  deduction-file-status.
           05  deduction-status-key-1  pic X.
           05  deduction-status-key-2  pic X.
       01  tax-file-status.
           05  tax-status-key-1        pic X.
           05  tax-status-key-2        pic X.
       01  schemes-file-status.
           05  schemes-status-key-1    pic X.
           05  schemes-status-key-2    pic X.
       01  membership-file-status.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  plans-file-status.
           05  plans-status-key-1      pic X.
           05  plans-status-key-2      pic X.
       01  enrollments-file-status.
           05  enrollments-status-key-1    pic X.
           05  enrollments-status-key-2    pic X.
       01  grade-file-status.
           05  grade-status-key-1      pic X.
           05  grade-status-key-2      pic X.

       linkage section.
       copy take-home-request.

       procedure division using by reference take-home-request.
           initialize take-home-request
           set th-estimate-abandoned to true
           set estimate-in-error to false
           set estimate-has-employee to false
           move zero to estimate-line-count
           move zero to lines-dropped
           move 12 to th-periods-per-year
           display "===== Take-Home Pay Estimate ====="
           display "Estimate for an [E]xisting employee or a "
                   "proposed [S]alary?"
           move space to estimate-source-entry
           accept estimate-source-entry
           evaluate true
               when estimate-for-employee
                   perform capture-employee-estimate
               when estimate-for-salary
                   perform capture-salary-estimate
               when other
                   display "Invalid choice - estimate cancelled."
                   set estimate-in-error to true
           end-evaluate
           if estimate-in-error
               goback
           end-if
           perform capture-comparison-salary
           if estimate-in-error
               goback
           end-if

           move function current-date(1:4) to tax-year
           perform load-tax-bands
           perform find-pension-scheme
           if estimate-has-employee
               perform load-employee-deductions
               perform load-pending-elections
           end-if
           perform varying column-index from 1 by 1
                   until column-index > th-salary-count
               perform estimate-one-salary
           end-perform
           set th-estimate-done to true
           perform display-estimate
           goback
           .

       accept-numeric-entry section.
           move spaces to entry-raw
           accept entry-raw
           call "verify-numeric-variable"
                   using by reference entry-raw
                         by reference entry-is-numeric-flag
           .

      *    Hourly staff are estimated on a full working year at their
      *    hourly rate.
       capture-employee-estimate section.
           display "Please enter an employee number:"
           move zero to th-employee-number
           accept th-employee-number
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data - estimate cancelled."
               set estimate-in-error to true
           else
               move th-employee-number to employee-number
               read employee-data
                   invalid key
                       display "Record not found " th-employee-number
                               " - estimate cancelled."
                       set estimate-in-error to true
                   not invalid key
                       set estimate-has-employee to true
                       move 1 to th-salary-count
                       if hourly-employee
                           compute th-annual-gross(1) rounded =
                               hourly-rate * HOURS-PER-WORKING-DAY
                               * WORKING-DAYS-PER-YEAR
                       else
                           move employee-salary to th-annual-gross(1)
                       end-if
                       move currency-code to th-currency-code
                       move pay-grade to estimate-pay-grade
                       if paid-weekly
                           move 52 to th-periods-per-year
                       end-if
               end-read
               close employee-data
           end-if
           .

       capture-salary-estimate section.
           display "Please enter the gross annual salary:"
           perform accept-numeric-entry
           if not entry-is-numeric or entry-raw = spaces
               display "Salary must be numeric - estimate cancelled."
               set estimate-in-error to true
           else
               move 1 to th-salary-count
               compute th-annual-gross(1) =
                   function numval(function trim(entry-raw))
                   on size error
                       display "Salary is too large - estimate "
                               "cancelled."
                       set estimate-in-error to true
               end-compute
           end-if
           if not estimate-in-error
               display "Please enter the pay grade:"
               move spaces to estimate-pay-grade
               accept estimate-pay-grade
               display "Please enter the currency code:"
               move spaces to th-currency-code
               accept th-currency-code
               display "Paid [M]onthly or [W]eekly?"
               move space to frequency-entry
               accept frequency-entry
               evaluate true
                   when weekly-entry
                       move 52 to th-periods-per-year
                   when monthly-entry
                       move 12 to th-periods-per-year
                   when other
                       display "Frequency must be M or W - estimate "
                               "cancelled."
                       set estimate-in-error to true
               end-evaluate
           end-if
           if not estimate-in-error
               perform check-grade-range
           end-if
           .

       check-grade-range section.
           open input pay-grade-master
           if grade-status-key-1 = "0"
               move estimate-pay-grade to grade-code
               read pay-grade-master
                   invalid key
                       display "Pay grade " estimate-pay-grade
                               " is not on the grade master."
                   not invalid key
                       if th-annual-gross(1) < grade-minimum-salary
                               or th-annual-gross(1)
                                   > grade-maximum-salary
                           display "Note: the salary is outside the "
                                   "range for grade "
                                   estimate-pay-grade "."
                       end-if
               end-read
               close pay-grade-master
           end-if
           .

       capture-comparison-salary section.
           display "Enter a second annual salary to compare "
                   "(blank for none):"
           perform accept-numeric-entry
           evaluate true
               when entry-raw = spaces
                   continue
               when not entry-is-numeric
                   display "Salary must be numeric - estimate "
                           "cancelled."
                   set estimate-in-error to true
               when other
                   move 2 to th-salary-count
                   compute th-annual-gross(2) =
                       function numval(function trim(entry-raw))
                       on size error
                           display "Salary is too large - estimate "
                                   "cancelled."
                           set estimate-in-error to true
                   end-compute
           end-evaluate
           .

       load-tax-bands section.
           move zero to tax-band-count
           open input tax-bands
           if tax-status-key-1 not = "0"
               display "No tax-bands file found - no income tax "
                       "in the estimate."
           else
               set end-of-tax-bands to false
               perform until end-of-tax-bands
                   read tax-bands
                       at end
                           set end-of-tax-bands to true
                       not at end
                           if band-tax-year = tax-year
                                   and tax-band-count < MAX-TAX-BANDS
                               add 1 to tax-band-count
                               set tax-band-index to tax-band-count
                               move band-lower-limit
                                   to table-lower-limit(tax-band-index)
                               move band-upper-limit
                                   to table-upper-limit(tax-band-index)
                               move band-tax-rate
                                   to table-tax-rate(tax-band-index)
                           end-if
                   end-read
               end-perform
               close tax-bands
               if tax-band-count = zero
                   display "No tax bands on file for " tax-year
                           " - no income tax in the estimate."
               end-if
           end-if
           move "TAX" to line-code-wanted
           perform find-estimate-line
           move "Income tax" to estimate-line-text(estimate-index)
           .

      *    A member pays into their own scheme; anyone else is
      *    estimated as the auto-enrolment scheme would treat them.
       find-pension-scheme section.
           set pension-scheme-applies to false
           move space to pension-basis-flag
           open input pension-schemes
           if schemes-status-key-1 = "0"
               if estimate-has-employee
                   perform read-pension-membership
               end-if
               if not pension-scheme-applies
                   perform find-auto-enrol-scheme
               end-if
               close pension-schemes
           end-if
           if pension-scheme-applies
               move "PENS" to line-code-wanted
               perform find-estimate-line
               move spaces to estimate-line-text(estimate-index)
               string "Pension " delimited by size
                      estimate-scheme-code delimited by size
                      into estimate-line-text(estimate-index)
               end-string
           end-if
           .

       read-pension-membership section.
           open input pension-membership
           if membership-status-key-1 = "0"
               move th-employee-number to member-employee-number
               read pension-membership
                   invalid key
                       continue
                   not invalid key
                       if member-enrolled
                           move member-scheme-code to scheme-code
                           read pension-schemes
                               invalid key
                                   continue
                               not invalid key
                                   perform hold-estimate-scheme
                                   set pension-by-membership to true
                           end-read
                       end-if
               end-read
               close pension-membership
           end-if
           .

       find-auto-enrol-scheme section.
           set end-of-schemes to false
           move low-values to scheme-code
           start pension-schemes
                   key is greater than scheme-code
               invalid key
                   set end-of-schemes to true
           end-start
           perform until end-of-schemes
               read pension-schemes next record
                   at end
                       set end-of-schemes to true
                   not at end
                       if scheme-is-auto-enrol
                           perform hold-estimate-scheme
                           set pension-by-auto-enrol to true
                           set end-of-schemes to true
                       end-if
               end-read
           end-perform
           .

       hold-estimate-scheme section.
           set pension-scheme-applies to true
           move scheme-code to estimate-scheme-code
           move scheme-employee-rate to estimate-employee-rate
           move scheme-band-lower to estimate-band-lower
           move scheme-band-upper to estimate-band-upper
           move scheme-enrol-trigger to estimate-enrol-trigger
           .

      *    Keyed PENS deductions give way to the scheme contribution
      *    just as they do in the payroll run.
       load-employee-deductions section.
           open input employee-deductions
           if deduction-status-key-1 = "0"
               set end-of-deductions to false
               move th-employee-number to deduction-employee-number
               move low-values to deduction-code
               start employee-deductions
                       key is greater than deduction-key
                   invalid key
                       set end-of-deductions to true
               end-start
               perform until end-of-deductions
                   read employee-deductions next record
                       at end
                           set end-of-deductions to true
                       not at end
                           if deduction-employee-number
                                   not = th-employee-number
                               set end-of-deductions to true
                           else
                               if deduction-code = "PENS"
                                       and pension-by-membership
                                   continue
                               else
                                   perform store-keyed-deduction
                               end-if
                           end-if
                   end-read
               end-perform
               close employee-deductions
           end-if
           .

       store-keyed-deduction section.
           move deduction-code to line-code-wanted
           perform find-estimate-line
           if estimate-index <= estimate-line-count
               move deduction-description
                   to estimate-line-text(estimate-index)
               move deduction-type
                   to estimate-line-type(estimate-index)
               move deduction-rate
                   to estimate-line-rate(estimate-index)
               move deduction-flat-amount
                   to estimate-line-flat(estimate-index)
           end-if
           .

      *    Elections not yet turned into deductions by the benefits
      *    apply are included at the plan's current employee rate.
       load-pending-elections section.
           open input benefit-enrollments
           if enrollments-status-key-1 = "0"
               open input benefit-plans
               set end-of-enrollments to false
               move th-employee-number to enrollment-employee-number
               move low-values to enrollment-plan-code
               start benefit-enrollments
                       key is greater than enrollment-key
                   invalid key
                       set end-of-enrollments to true
               end-start
               perform until end-of-enrollments
                   read benefit-enrollments next record
                       at end
                           set end-of-enrollments to true
                       not at end
                           if enrollment-employee-number
                                   not = th-employee-number
                               set end-of-enrollments to true
                           else
                               if enrollment-elected
                                       and plans-status-key-1 = "0"
                                   perform store-pending-election
                               end-if
                           end-if
                   end-read
               end-perform
               if plans-status-key-1 = "0"
                   close benefit-plans
               end-if
               close benefit-enrollments
           end-if
           .

       store-pending-election section.
           move enrollment-plan-code to plan-code
           read benefit-plans
               invalid key
                   continue
               not invalid key
                   move plan-code to line-code-wanted
                   perform find-estimate-line
                   if estimate-index <= estimate-line-count
                       move plan-description
                           to estimate-line-text(estimate-index)
                       move plan-deduction-type
                           to estimate-line-type(estimate-index)
                       if plan-percentage
                           move plan-employee-rate
                               to estimate-line-rate(estimate-index)
                           move zero
                               to estimate-line-flat(estimate-index)
                       else
                           move zero
                               to estimate-line-rate(estimate-index)
                           move plan-employee-rate
                               to estimate-line-flat(estimate-index)
                       end-if
                   end-if
           end-read
           .

       find-estimate-line section.
           set estimate-index to 1
           search estimate-line
               varying estimate-index
               at end
                   perform add-estimate-line
               when estimate-index > estimate-line-count
                   perform add-estimate-line
               when estimate-line-code(estimate-index)
                       = line-code-wanted
                   continue
           end-search
           .

       add-estimate-line section.
           if estimate-line-count < MAX-ESTIMATE-LINES
               add 1 to estimate-line-count
               set estimate-index to estimate-line-count
               move line-code-wanted
                   to estimate-line-code(estimate-index)
               move spaces to estimate-line-text(estimate-index)
               move space to estimate-line-type(estimate-index)
               move zero to estimate-line-rate(estimate-index)
               move zero to estimate-line-flat(estimate-index)
               move zero to estimate-line-amount(estimate-index, 1)
               move zero to estimate-line-amount(estimate-index, 2)
           else
               add 1 to lines-dropped
               set estimate-index to MAX-ESTIMATE-LINES
               set estimate-index up by 1
           end-if
           .

       estimate-one-salary section.
           compute th-period-gross(column-index) rounded =
               th-annual-gross(column-index) / th-periods-per-year
           move zero to th-period-deductions(column-index)
           perform varying estimate-index from 1 by 1
                   until estimate-index > estimate-line-count
               evaluate estimate-line-code(estimate-index)
                   when "TAX"
                       perform estimate-income-tax
                   when "PENS"
                       if pension-scheme-applies
                           perform estimate-pension
                       else
                           perform estimate-deduction
                       end-if
                   when other
                       perform estimate-deduction
               end-evaluate
               add estimate-line-amount(estimate-index, column-index)
                   to th-period-deductions(column-index)
           end-perform
           compute th-period-net(column-index) =
               th-period-gross(column-index)
               - th-period-deductions(column-index)
           compute th-annual-net(column-index) =
               th-period-net(column-index) * th-periods-per-year
           .

       estimate-income-tax section.
           move zero to annual-tax-amount
           perform varying tax-band-index from 1 by 1
                   until tax-band-index > tax-band-count
               move zero to taxable-slice
               if th-annual-gross(column-index)
                       > table-lower-limit(tax-band-index)
                   if table-upper-limit(tax-band-index) = zero
                           or th-annual-gross(column-index)
                               <= table-upper-limit(tax-band-index)
                       compute taxable-slice =
                           th-annual-gross(column-index)
                           - table-lower-limit(tax-band-index)
                   else
                       compute taxable-slice =
                           table-upper-limit(tax-band-index)
                           - table-lower-limit(tax-band-index)
                   end-if
               end-if
               compute annual-tax-amount rounded = annual-tax-amount
                   + taxable-slice * table-tax-rate(tax-band-index)
                   / 100
           end-perform
           compute estimate-line-amount(estimate-index, column-index)
               rounded = annual-tax-amount / th-periods-per-year
           .

       estimate-pension section.
           move zero to qualifying-earnings
           compute period-band-lower rounded =
               estimate-band-lower / th-periods-per-year
           compute period-band-upper rounded =
               estimate-band-upper / th-periods-per-year
           compute period-enrol-trigger rounded =
               estimate-enrol-trigger / th-periods-per-year
           if pension-by-auto-enrol
                   and th-period-gross(column-index)
                       not > period-enrol-trigger
               continue
           else
               if th-period-gross(column-index) > period-band-upper
                   compute qualifying-earnings =
                       period-band-upper - period-band-lower
               else
                   if th-period-gross(column-index)
                           > period-band-lower
                       compute qualifying-earnings =
                           th-period-gross(column-index)
                           - period-band-lower
                   end-if
               end-if
           end-if
           compute estimate-line-amount(estimate-index, column-index)
               rounded = qualifying-earnings
               * estimate-employee-rate / 100
           .

       estimate-deduction section.
           if estimate-percentage(estimate-index)
               compute estimate-line-amount
                       (estimate-index, column-index) rounded =
                   th-period-gross(column-index)
                   * estimate-line-rate(estimate-index) / 100
           else
               move estimate-line-flat(estimate-index)
                   to estimate-line-amount(estimate-index, column-index)
           end-if
           .

       display-estimate section.
           display " "
           if estimate-has-employee
               display "Employee " th-employee-number " "
                       function trim(first-name) " "
                       function trim(last-name)
                       "  Grade " estimate-pay-grade
           else
               display "Proposed salary  Grade " estimate-pay-grade
           end-if
           if th-periods-per-year = 52
               display "Paid weekly - amounts per week in "
                       th-currency-code
           else
               display "Paid monthly - amounts per month in "
                       th-currency-code
           end-if
           if pension-by-auto-enrol
               display "Pension estimated as auto-enrolment into "
                       "scheme " estimate-scheme-code "."
           end-if
           if lines-dropped > zero
               display lines-dropped " deductions left out - table "
                       "full."
           end-if
           move "Annual gross" to display-label
           move th-annual-gross(1) to formatted-amount-1
           move th-annual-gross(2) to formatted-amount-2
           perform display-amount-line
           move "Period gross" to display-label
           move th-period-gross(1) to formatted-amount-1
           move th-period-gross(2) to formatted-amount-2
           perform display-amount-line
           perform varying estimate-index from 1 by 1
                   until estimate-index > estimate-line-count
               move estimate-line-text(estimate-index)
                   to display-label
               if display-label = spaces
                   move estimate-line-code(estimate-index)
                       to display-label
               end-if
               move estimate-line-amount(estimate-index, 1)
                   to formatted-amount-1
               move estimate-line-amount(estimate-index, 2)
                   to formatted-amount-2
               perform display-amount-line
           end-perform
           move "Total deductions" to display-label
           move th-period-deductions(1) to formatted-amount-1
           move th-period-deductions(2) to formatted-amount-2
           perform display-amount-line
           move th-period-net(1) to formatted-net-1
           move th-period-net(2) to formatted-net-2
           move th-annual-net(1) to formatted-annual-net-1
           move th-annual-net(2) to formatted-annual-net-2
           if th-salary-count = 2
               display "Period net              " formatted-net-1
                       "   " formatted-net-2
               display "Annual net              "
                       formatted-annual-net-1
                       "  " formatted-annual-net-2
           else
               display "Period net              " formatted-net-1
               display "Annual net              "
                       formatted-annual-net-1
           end-if
           display "Estimate only - nothing has been written to "
                   "payroll."
           .

       display-amount-line section.
           if th-salary-count = 2
               display display-label formatted-amount-1
                       "   " formatted-amount-2
           else
               display display-label formatted-amount-1
           end-if
           .
