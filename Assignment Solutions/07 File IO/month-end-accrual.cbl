       input-output section.
           select pay-period-calendar
               assign calendar-file-name
               organization indexed
               access random
               record key calendar-period
               file status calendar-file-status.
           select payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status payslip-file-status.
           select department-master
               assign "department-master.dat"
               organization indexed
               access random
               record key master-department-code
               file status department-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               file status employee-file-status.
           select accrual-journal
               assign accrual-journal-name
               organization sequential
               file status journal-file-status.
           select accrual-print
               assign accrual-print-name
               organization line sequential
               file status accrual-print-status.

       file section.
       FD  pay-period-calendar.
       01  pay-period-record.
           05  calendar-period             pic 9(6).
           05  calendar-start-date         pic 9(8).
           05  calendar-end-date           pic 9(8).
           05  calendar-pay-date           pic 9(8).
           05  calendar-status             pic X.
               88  period-open             value "O".
               88  period-closed           value "C".

       FD  payslip-file.
       01  payslip-record.
           05  payslip-period          pic 9(6).
           05  payslip-employee-number pic 9(5).
           05  payslip-first-name      pic X(20).
           05  payslip-last-name       pic X(20).
           05  payslip-department-code pic X(4).
           05  payslip-currency-code   pic X(3).
           05  payslip-gross-amount    pic S9(7)V9(2).
           05  payslip-deduction-total pic S9(7)V9(2).
           05  payslip-net-amount      pic S9(7)V9(2).
           05  payslip-expense-amount  pic S9(7)V9(2).
           05  payslip-timestamp       pic X(21).
           05  payslip-run-type        pic X.
               88  main-run-slip       value "M".
               88  supplementary-slip  value "S".
               88  void-reversal-slip  value "V".
               88  corrected-slip      value "C".
           05  payslip-pay-frequency   pic X.
               88  weekly-payslip      value "W".

       FD  department-master.
       01  department-master-record.
           05  master-department-code      pic X(4).
           05  department-name             pic X(20).
           05  department-manager          pic X(30).
           05  department-cost-centre      pic X(6).

       FD  employee-data.
       copy employee-record.

       FD  accrual-journal.
       01  journal-header-record.
           05  journal-header-type     pic X value "H".
           05  journal-period          pic 9(6).
           05  journal-run-date        pic 9(8).
           05  journal-company-code    pic X(2).
           05  filler                  pic X(43).
       01  journal-detail-record.
           05  journal-detail-type     pic X value "D".
           05  journal-account-type    pic X(10).
           05  journal-account-ref     pic X(6).
           05  journal-debit-amount    pic 9(11)V9(2).
           05  journal-credit-amount   pic 9(11)V9(2).
           05  filler                  pic X(17).
       01  journal-trailer-record.
           05  journal-trailer-type    pic X value "T".
           05  journal-line-count      pic 9(7).
           05  journal-hash-total      pic 9(13)V9(2).
           05  filler                  pic X(37).

       FD  accrual-print.
       01  accrual-print-line          pic X(90).

       working-storage section.
       78  MAX-JOURNAL-GROUPS          value 50.
       78  ACCRUAL-ACCOUNT             value "PAY-ACCRUE".
       01  accrual-period              pic 9(6) value 0.
       01  accrual-company-code        pic X(2) value spaces.
       01  company-check-employee      pic 9(5).
       01  employee-company-flag       pic X value "Y".
           88  employee-in-company     value "Y" false "N".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  employee-file-status.
           05  employee-status-key-1   pic X.
           05  employee-status-key-2   pic X.
       01  accrual-frequency           pic X value "M".
           88  weekly-accrual          value "W".
           88  valid-accrual-frequency values "M" "W".
       01  calendar-file-name          pic X(40)
                                       value "pay-period-calendar.dat".
       01  accrual-journal-name        pic X(40)
                                   value "payroll-accrual-journal.dat".
       01  accrual-print-name          pic X(40)
                                   value "payroll-accrual-print.txt".
       01  latest-period-found         pic 9(6) value 0.
       01  month-end-date              pic 9(8).
       01  next-month-start            pic 9(8).
       01  next-month-period           pic 9(6).
       01  date-integer                pic 9(8).
       01  first-month-days            pic S9(4) value 0.
       01  second-month-days           pic S9(4) value 0.
       01  period-total-days           pic S9(4) value 0.
       01  cost-table.
           05  cost-group-count        pic 9(2) value 0.
           05  cost-group-entry        occurs MAX-JOURNAL-GROUPS
                                       indexed by cost-index.
               10  cost-centre         pic X(6).
               10  cost-period-amount  pic S9(11)V9(2).
               10  cost-accrued-amount pic 9(11)V9(2).
       01  lookup-cost-centre          pic X(6).
       01  group-found-flag            pic X value "N".
           88  group-entry-found       value "Y".
       01  groups-dropped              pic 9(3) value 0.
       01  slips-included              pic 9(5) value 0.
       01  period-gross-total          pic S9(11)V9(2) value 0.
       01  accrual-total               pic 9(11)V9(2) value 0.
       01  journal-lines-written       pic 9(7) value 0.
       01  journal-hash-accumulator    pic 9(13)V9(2) value 0.
       01  reversal-flag               pic X value "N".
           88  writing-reversal        value "Y" false "N".
       01  formatted-amount            pic Z(4),ZZZ,ZZZ,ZZ9.99.
       01  formatted-days              pic ZZZ9.
       01  formatted-total-days        pic ZZZ9.
       01  print-work-line             pic X(90).
       01  department-master-flag      pic X value "N".
           88  department-master-open  value "Y" false "N".
       01  payslip-read-status         pic 9 value 0.
           88  end-of-payslips         value 1 false 0.
       01  calendar-file-status.
           05  calendar-status-key-1   pic X.
           05  calendar-status-key-2   pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  department-file-status.
           05  department-status-key-1 pic X.
           05  department-status-key-2 pic X.
       01  journal-file-status.
           05  journal-status-key-1    pic X.
           05  journal-status-key-2    pic X.
       01  accrual-print-status.
           05  accrual-print-key-1     pic X.
           05  accrual-print-key-2     pic X.
       copy business-day-request.
       copy company-entity-request.

       procedure division.
           display "Enter the pay frequency to accrue - M for "
                   "monthly, W for weekly (blank for monthly):"
           move spaces to accrual-frequency
           accept accrual-frequency
           if accrual-frequency = space
               move "M" to accrual-frequency
           end-if
           if not valid-accrual-frequency
               display "Pay frequency " accrual-frequency " is not "
                       "M or W - nothing to accrue."
               goback
           end-if
           perform select-accrual-company
           if weekly-accrual
               display "Enter the week to accrue (yyyyww, or 0 for "
                       "the latest week on file):"
           else
               display "Enter the period to accrue (yyyymm, or 0 for "
                       "the latest period on file):"
           end-if
           accept accrual-period
           if accrual-period = zero
               perform find-latest-period
               if latest-period-found = zero
                   display "No payslips on file - nothing to accrue."
                   goback
               end-if
               move latest-period-found to accrual-period
           end-if

           perform read-period-dates
           if calendar-period not = accrual-period
               goback
           end-if
           if calendar-start-date(1:6) = calendar-end-date(1:6)
               display "Period " accrual-period " runs from "
                       calendar-start-date " to " calendar-end-date
                       " - it does not straddle a month end, no "
                       "accrual needed."
               goback
           end-if

           perform split-period-working-days
           perform accumulate-period-cost
           if slips-included = zero
               display "No payslips on file for period "
                       accrual-period " - nothing to accrue."
               goback
           end-if
           perform apportion-to-first-month

           open output accrual-journal
           set writing-reversal to false
           perform write-accrual-batch
           set writing-reversal to true
           perform write-accrual-batch
           close accrual-journal
           perform print-accrual-proof

           move accrual-total to formatted-amount
           display "Accrual of " function trim(formatted-amount)
                   " for period " accrual-period " dated "
                   month-end-date ", reversed on " next-month-start
                   " - written to "
                   function trim(accrual-journal-name) "."
           goback
           .

      *    Each company accrues into its own journal, from its own
      *    calendar, for its own staff only.
       select-accrual-company section.
           move accrual-frequency to entity-pay-frequency
           display "Enter the company code to accrue (blank for the "
                   "primary employer):"
           move spaces to accrual-company-code
           accept accrual-company-code
           move accrual-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " accrual-company-code " is not an "
                       "active company - nothing to accrue."
               goback
           end-if
           move entity-company-code to accrual-company-code
           set entity-file-name-action to true
           move calendar-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to calendar-file-name
           move accrual-journal-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to accrual-journal-name
           move accrual-print-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to accrual-print-name
           .

      *    Anyone no longer on the master is taken to have been
      *    employed by the primary employer.
       check-employee-company section.
           if entity-is-primary
               set employee-in-company to true
           else
               set employee-in-company to false
           end-if
           if employee-data-open
               move company-check-employee to employee-number
               read employee-data
                   invalid key
                       continue
                   not invalid key
                       if company-code = accrual-company-code
                               or (company-code = spaces
                                   and entity-is-primary)
                           set employee-in-company to true
                       else
                           set employee-in-company to false
                       end-if
               end-read
           end-if
           .

       find-latest-period section.
           open input payslip-file
           if payslip-status-key-1 not = "0"
               goback
           end-if
           perform until end-of-payslips
               read payslip-file
                   at end
                       set end-of-payslips to true
                   not at end
                       if payslip-period > latest-period-found
                               and payslip-pay-frequency
                                   = accrual-frequency
                           move payslip-period
                               to latest-period-found
                       end-if
               end-read
           end-perform
           close payslip-file
           set end-of-payslips to false
           .

       read-period-dates section.
           move zero to calendar-period
           open input pay-period-calendar
           if calendar-status-key-1 not = "0"
               display "No pay-period calendar on file - accrual "
                       "refused."
           else
               move accrual-period to calendar-period
               read pay-period-calendar
                   invalid key
                       display "Period " accrual-period " is not on "
                               "the pay-period calendar."
                       move zero to calendar-period
               end-read
               close pay-period-calendar
           end-if
           .

      *    The month end is the day before the first of the month
      *    after the period start; working days either side of it
      *    come from the business-day calendar.
       split-period-working-days section.
           move calendar-start-date(1:6) to next-month-period
           if next-month-period(5:2) = 12
               add 89 to next-month-period
           else
               add 1 to next-month-period
           end-if
           move next-month-period to next-month-start(1:6)
           move "01" to next-month-start(7:2)
           compute date-integer =
               function integer-of-date(next-month-start) - 1
           compute month-end-date =
               function date-of-integer(date-integer)

           set bd-count-request to true
           move calendar-start-date to bd-start-date
           move month-end-date to bd-end-date
           move zero to bd-day-count
           call "business-days"
                   using by reference business-day-request
           end-call
           move bd-day-count to first-month-days
           if not bd-calendar-available
               display "No holiday calendar on file - weekends "
                       "excluded, holidays not."
           end-if

           set bd-count-request to true
           move next-month-start to bd-start-date
           move calendar-end-date to bd-end-date
           move zero to bd-day-count
           call "business-days"
                   using by reference business-day-request
           end-call
           move bd-day-count to second-month-days

           compute period-total-days =
               first-month-days + second-month-days
           display "Period " accrual-period " has " first-month-days
                   " working days to " month-end-date " and "
                   second-month-days " from " next-month-start "."
           .

      *    Main-run slips carry the period cost; void reversals and
      *    corrected slips adjust it. Supplementary payments are not
      *    earned by the day and are left to the month they are paid.
       accumulate-period-cost section.
           open input department-master
           if department-status-key-1 = "0"
               set department-master-open to true
           end-if
           open input employee-data
           if employee-status-key-1 = "0"
               set employee-data-open to true
           else
               display "No employee master found - every payslip "
                       "accrued to the primary employer."
           end-if
           open input payslip-file
           if payslip-status-key-1 not = "0"
               display "Error code " payslip-file-status
                       " opening payslip-file.dat."
           else
               perform until end-of-payslips
                   read payslip-file
                       at end
                           set end-of-payslips to true
                       not at end
                           if payslip-period = accrual-period
                                   and not supplementary-slip
                                   and payslip-pay-frequency
                                       = accrual-frequency
                               move payslip-employee-number
                                   to company-check-employee
                               perform check-employee-company
                               if employee-in-company
                                   add 1 to slips-included
                                   perform add-to-cost-group
                               end-if
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           if department-master-open
               close department-master
               set department-master-open to false
           end-if
           if employee-data-open
               close employee-data
               set employee-data-open to false
           end-if
           .

       add-to-cost-group section.
           move spaces to lookup-cost-centre
           if department-master-open
               move payslip-department-code to master-department-code
               read department-master
                   invalid key
                       move payslip-department-code
                           to lookup-cost-centre
                   not invalid key
                       move department-cost-centre
                           to lookup-cost-centre
               end-read
           else
               move payslip-department-code to lookup-cost-centre
           end-if
           move "N" to group-found-flag
           perform varying cost-index from 1 by 1
                   until cost-index > cost-group-count
                       or group-entry-found
               if cost-centre(cost-index) = lookup-cost-centre
                   move "Y" to group-found-flag
                   set cost-index down by 1
               end-if
           end-perform
           if not group-entry-found
               if cost-group-count < MAX-JOURNAL-GROUPS
                   add 1 to cost-group-count
                   set cost-index to cost-group-count
                   move lookup-cost-centre to cost-centre(cost-index)
                   move zero to cost-period-amount(cost-index)
                   move "Y" to group-found-flag
               else
                   add 1 to groups-dropped
               end-if
           end-if
           if group-entry-found
               add payslip-gross-amount
                   to cost-period-amount(cost-index)
           end-if
           add payslip-gross-amount to period-gross-total
           .

       apportion-to-first-month section.
           move zero to accrual-total
           perform varying cost-index from 1 by 1
                   until cost-index > cost-group-count
               move zero to cost-accrued-amount(cost-index)
               if period-total-days > zero
                       and cost-period-amount(cost-index) > zero
                   compute cost-accrued-amount(cost-index) rounded =
                       cost-period-amount(cost-index)
                       * first-month-days / period-total-days
               end-if
               add cost-accrued-amount(cost-index) to accrual-total
           end-perform
           .

      *    The accrual is dated the month end; its reversal is the
      *    same batch with the sides swapped, dated the first of the
      *    following month.
       write-accrual-batch section.
           move zero to journal-lines-written
           move zero to journal-hash-accumulator
           move spaces to journal-header-record
           move "H" to journal-header-type
           move accrual-company-code to journal-company-code
           if writing-reversal
               move next-month-start(1:6) to journal-period
               move next-month-start to journal-run-date
           else
               move month-end-date(1:6) to journal-period
               move month-end-date to journal-run-date
           end-if
           write journal-header-record

           perform varying cost-index from 1 by 1
                   until cost-index > cost-group-count
               if cost-accrued-amount(cost-index) > zero
                   move spaces to journal-detail-record
                   move "D" to journal-detail-type
                   move "SALARY-EXP" to journal-account-type
                   move cost-centre(cost-index) to journal-account-ref
                   if writing-reversal
                       move zero to journal-debit-amount
                       move cost-accrued-amount(cost-index)
                           to journal-credit-amount
                   else
                       move cost-accrued-amount(cost-index)
                           to journal-debit-amount
                       move zero to journal-credit-amount
                   end-if
                   write journal-detail-record
                   add 1 to journal-lines-written
                   add cost-accrued-amount(cost-index)
                       to journal-hash-accumulator
               end-if
           end-perform

           move spaces to journal-detail-record
           move "D" to journal-detail-type
           move ACCRUAL-ACCOUNT to journal-account-type
           move accrual-period to journal-account-ref
           if writing-reversal
               move accrual-total to journal-debit-amount
               move zero to journal-credit-amount
           else
               move zero to journal-debit-amount
               move accrual-total to journal-credit-amount
           end-if
           write journal-detail-record
           add 1 to journal-lines-written
           add accrual-total to journal-hash-accumulator

           move spaces to journal-trailer-record
           move "T" to journal-trailer-type
           move journal-lines-written to journal-line-count
           move journal-hash-accumulator to journal-hash-total
           write journal-trailer-record
           .

       print-accrual-proof section.
           open output accrual-print
           move spaces to print-work-line
           string "===== Payroll Accrual - Period " delimited by size
                  accrual-period delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write accrual-print-line from print-work-line
           move spaces to print-work-line
           move first-month-days to formatted-days
           move period-total-days to formatted-total-days
           string "Period " delimited by size
                  calendar-start-date delimited by size
                  " to " delimited by size
                  calendar-end-date delimited by size
                  " - accrued " delimited by size
                  formatted-days delimited by size
                  " of " delimited by size
                  formatted-total-days delimited by size
                  " working days" delimited by size
                  into print-work-line
           end-string
           write accrual-print-line from print-work-line
           move "Cost Ctr       Period Cost        Accrued to Month End"
               to print-work-line
           write accrual-print-line from print-work-line
           move all "-" to print-work-line
           write accrual-print-line from print-work-line
           perform varying cost-index from 1 by 1
                   until cost-index > cost-group-count
               move spaces to print-work-line
               move cost-centre(cost-index) to print-work-line(1:6)
               move cost-period-amount(cost-index) to formatted-amount
               move formatted-amount to print-work-line(10:19)
               move cost-accrued-amount(cost-index)
                   to formatted-amount
               move formatted-amount to print-work-line(34:19)
               write accrual-print-line from print-work-line
           end-perform
           move all "-" to print-work-line
           write accrual-print-line from print-work-line
           move spaces to print-work-line
           move "TOTALS" to print-work-line(1:6)
           move period-gross-total to formatted-amount
           move formatted-amount to print-work-line(10:19)
           move accrual-total to formatted-amount
           move formatted-amount to print-work-line(34:19)
           write accrual-print-line from print-work-line
           move spaces to print-work-line
           string "Accrual dated " delimited by size
                  month-end-date delimited by size
                  ", reversal dated " delimited by size
                  next-month-start delimited by size
                  into print-work-line
           end-string
           write accrual-print-line from print-work-line
           if groups-dropped > zero
               move spaces to print-work-line
               string "** " delimited by size
                      groups-dropped delimited by size
                      " payslips not accrued - cost-centre table "
                          delimited by size
                      "full. **" delimited by size
                      into print-work-line
               end-string
               write accrual-print-line from print-work-line
           end-if
           close accrual-print
           .
