       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access sequential
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select leave-balances
               assign "leave-balances.dat"
               organization indexed
               access random
               record key balance-employee-number
               file status balance-file-status.
           select currency-master
               assign "currency-master.dat"
               organization indexed
               access random
               record key master-currency-code
               file status currency-file-status.
           select department-master
               assign "department-master.dat"
               organization indexed
               access random
               record key master-department-code
               file status department-file-status.
           select liability-history
               assign history-file-name
               organization indexed
               access dynamic
               record key liability-history-key
               file status history-file-status.
           select liability-journal
               assign journal-file-name
               organization sequential
               file status journal-file-status.
           select liability-print
               assign print-file-name
               organization line sequential
               file status liability-print-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  leave-balances.
       01  leave-balance-record.
           05  balance-employee-number pic 9(5).
           05  annual-entitlement      pic 9(3)V9(2).
           05  accrued-days            pic 9(3)V9(2).
           05  taken-days              pic 9(3)V9(2).
           05  last-accrual-period     pic 9(6).

       FD  currency-master.
       01  currency-master-record.
           05  master-currency-code        pic X(3).
           05  currency-name               pic X(20).
           05  currency-exchange-rate      pic 9(3)V9(6).

       FD  department-master.
       01  department-master-record.
           05  master-department-code      pic X(4).
           05  department-name             pic X(20).
           05  department-manager          pic X(30).
           05  department-cost-centre      pic X(6).

       FD  liability-history.
       01  liability-history-record.
           05  liability-history-key.
               10  history-period          pic 9(6).
               10  history-cost-centre     pic X(6).
           05  history-liability-value     pic S9(11)V9(2).
           05  history-liability-days      pic S9(7)V9(2).
           05  history-timestamp           pic X(21).

       FD  liability-journal.
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

       FD  liability-print.
       01  liability-print-line        pic X(90).

       working-storage section.
       78  BASE-CURRENCY-CODE          value "USD".
       78  WORKING-DAYS-PER-YEAR       value 260.
       78  STANDARD-DAILY-HOURS        value 8.
       78  MAX-DEPARTMENTS             value 50.
       78  MAX-COST-CENTRES            value 50.
       78  EXPENSE-ACCOUNT             value "HOLPAY-EXP".
       78  LIABILITY-ACCOUNT           value "HOL-LIAB".
       01  valuation-period            pic 9(6) value 0.
       01  valuation-fields            redefines valuation-period.
           05  valuation-year          pic 9(4).
           05  valuation-month         pic 9(2).
       01  prior-period                pic 9(6) value 0.
       01  valuation-company-code      pic X(2) value spaces.
       01  history-file-name           pic X(40)
               value "holiday-liability-history.dat".
       01  journal-file-name           pic X(40)
               value "holiday-liability-journal.dat".
       01  print-file-name             pic X(40)
               value "holiday-liability-print.txt".
       01  employee-company-flag       pic X value "Y".
           88  employee-in-company     value "Y" false "N".
       01  month-end-date              pic 9(8).
       01  next-month-start            pic 9(8).
       01  next-month-period           pic 9(6).
       01  date-integer                pic 9(8).
       01  run-timestamp               pic X(21).
       01  department-table.
           05  department-count        pic 9(2) value 0.
           05  department-entry        occurs MAX-DEPARTMENTS
                                       indexed by department-index.
               10  table-department-code   pic X(4).
               10  table-department-centre pic X(6).
               10  table-department-staff  pic 9(5).
               10  table-department-days   pic S9(7)V9(2).
               10  table-department-value  pic S9(11)V9(2).
       01  cost-centre-table.
           05  cost-centre-count       pic 9(2) value 0.
           05  cost-centre-entry       occurs MAX-COST-CENTRES
                                       indexed by cost-centre-index.
               10  table-cost-centre       pic X(6).
               10  table-centre-days       pic S9(7)V9(2).
               10  table-centre-value      pic S9(11)V9(2).
               10  table-centre-prior      pic S9(11)V9(2).
               10  table-centre-movement   pic S9(11)V9(2).
       01  lookup-cost-centre          pic X(6).
       01  entry-found-flag            pic X value "N".
           88  table-entry-found       value "Y".
       01  rate-missing-flag           pic X value "N".
           88  exchange-rate-missing   value "Y".
       01  untaken-days                pic S9(3)V9(2).
       01  daily-rate                  pic 9(7)V9(4).
       01  employee-liability          pic S9(9)V9(2).
       01  base-liability              pic S9(9)V9(2).
       01  employees-valued            pic 9(5) value 0.
       01  employees-without-balance   pic 9(5) value 0.
       01  employees-without-rate      pic 9(5) value 0.
       01  entries-dropped             pic 9(3) value 0.
       01  liability-total             pic S9(11)V9(2) value 0.
       01  prior-total                 pic S9(11)V9(2) value 0.
       01  movement-total              pic S9(11)V9(2) value 0.
       01  journal-lines-written       pic 9(7) value 0.
       01  journal-hash-accumulator    pic 9(13)V9(2) value 0.
       01  formatted-amount            pic -Z(3),ZZZ,ZZZ,ZZ9.99.
       01  formatted-days              pic -ZZZ,ZZ9.99.
       01  formatted-staff             pic ZZ,ZZ9.
       01  print-work-line             pic X(90).
       01  currency-master-flag        pic X value "N".
           88  currency-master-open    value "Y" false "N".
       01  department-master-flag      pic X value "N".
           88  department-master-open  value "Y" false "N".
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  history-read-status         pic 9 value 0.
           88  end-of-history          value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  balance-file-status.
           05  balance-status-key-1    pic X.
           05  balance-status-key-2    pic X.
       01  currency-file-status.
           05  currency-status-key-1   pic X.
           05  currency-status-key-2   pic X.
       01  department-file-status.
           05  department-status-key-1 pic X.
           05  department-status-key-2 pic X.
       01  history-file-status.
           05  history-status-key-1    pic X.
           05  history-status-key-2    pic X.
       01  journal-file-status.
           05  journal-status-key-1    pic X.
           05  journal-status-key-2    pic X.
       01  liability-print-status.
           05  liability-print-key-1   pic X.
           05  liability-print-key-2   pic X.
       copy company-entity-request.

       procedure division.
           move function current-date to run-timestamp
           display "Enter the month to value (yyyymm, or 0 for the "
                   "current month):"
           accept valuation-period
           if valuation-period = zero
               move run-timestamp(1:6) to valuation-period
           end-if
           if valuation-month < 1 or valuation-month > 12
               display "Invalid month - valuation cancelled."
               goback
           end-if
           perform select-valuation-company
           perform find-month-end-date

           open input leave-balances
           if balance-status-key-1 not = "0"
               display "No leave balances on file - nothing to "
                       "value."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               close leave-balances
               goback
           end-if
           open input currency-master
           if currency-status-key-1 = "0"
               set currency-master-open to true
           else
               display "No currency master found - balances assumed "
                       "to be in " BASE-CURRENCY-CODE "."
           end-if
           open input department-master
           if department-status-key-1 = "0"
               set department-master-open to true
           end-if

           perform until end-of-file
               read employee-data
                   at end
                       set end-of-file to true
                   not at end
                       if employee-active
                           perform check-employee-company
                           if employee-in-company
                               perform value-one-employee
                           end-if
                       end-if
               end-read
           end-perform

           close employee-data
           close leave-balances
           if currency-master-open
               close currency-master
               set currency-master-open to false
           end-if
           if department-master-open
               close department-master
               set department-master-open to false
           end-if

           perform total-cost-centres
           perform open-liability-history
           perform load-prior-valuation
           perform calculate-movements
           perform write-liability-journal
           perform save-valuation-history
           close liability-history
           perform print-liability-report

           move liability-total to formatted-amount
           display "Holiday pay liability at " month-end-date " is "
                   function trim(formatted-amount) " "
                   BASE-CURRENCY-CODE " for " employees-valued
                   " employees."
           move movement-total to formatted-amount
           display "Movement since " prior-period " of "
                   function trim(formatted-amount)
                   " written to " function trim(journal-file-name)
                   "."
           goback
           .

      *    Each company's liability is valued, journalled and kept
      *    in its own history, so its movement is against its own
      *    prior month.
       select-valuation-company section.
           display "Enter the company code to value (blank for the "
                   "primary employer):"
           move spaces to valuation-company-code
           accept valuation-company-code
           move valuation-company-code to entity-company-code
           move spaces to entity-operator-id
           move "M" to entity-pay-frequency
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " valuation-company-code " is not an "
                       "active company - valuation cancelled."
               goback
           end-if
           move entity-company-code to valuation-company-code
           set entity-file-name-action to true
           move history-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to history-file-name
           move journal-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to journal-file-name
           move print-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to print-file-name
           .

       check-employee-company section.
           if company-code = valuation-company-code
                   or (company-code = spaces and entity-is-primary)
               set employee-in-company to true
           else
               set employee-in-company to false
           end-if
           .

       find-month-end-date section.
           move valuation-period to next-month-period
           if valuation-month = 12
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
           .

      *    Untaken holiday is valued at a day's pay: a working day's
      *    share of salary, or standard daily hours at the hourly
      *    rate, converted to base currency.
       value-one-employee section.
           move employee-number to balance-employee-number
           read leave-balances
               invalid key
                   add 1 to employees-without-balance
               not invalid key
                   perform calculate-employee-liability
           end-read
           .

       calculate-employee-liability section.
           compute untaken-days = accrued-days - taken-days
           if hourly-employee
               compute daily-rate =
                   hourly-rate * STANDARD-DAILY-HOURS
           else
               compute daily-rate =
                   employee-salary / WORKING-DAYS-PER-YEAR
           end-if
           compute employee-liability rounded =
               untaken-days * daily-rate
           perform convert-liability-to-base
           add 1 to employees-valued
           perform add-to-department
           .

       convert-liability-to-base section.
           move "N" to rate-missing-flag
           if currency-master-open
                   and currency-code not = BASE-CURRENCY-CODE
               move currency-code to master-currency-code
               read currency-master
                   invalid key
                       set exchange-rate-missing to true
                       move employee-liability to base-liability
                   not invalid key
                       compute base-liability rounded =
                           employee-liability * currency-exchange-rate
               end-read
           else
               if currency-code not = BASE-CURRENCY-CODE
                   set exchange-rate-missing to true
               end-if
               move employee-liability to base-liability
           end-if
           if exchange-rate-missing
               add 1 to employees-without-rate
           end-if
           .

       add-to-department section.
           move "N" to entry-found-flag
           perform varying department-index from 1 by 1
                   until department-index > department-count
                       or table-entry-found
               if table-department-code(department-index)
                       = department-code
                   move "Y" to entry-found-flag
                   set department-index down by 1
               end-if
           end-perform
           if not table-entry-found
               if department-count < MAX-DEPARTMENTS
                   add 1 to department-count
                   set department-index to department-count
                   initialize department-entry(department-index)
                   move department-code
                       to table-department-code(department-index)
                   perform look-up-cost-centre
                   move lookup-cost-centre
                       to table-department-centre(department-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to entries-dropped
               end-if
           end-if
           if table-entry-found
               add 1 to table-department-staff(department-index)
               add untaken-days
                   to table-department-days(department-index)
               add base-liability
                   to table-department-value(department-index)
           end-if
           .

       look-up-cost-centre section.
           move department-code to lookup-cost-centre
           if department-master-open
               move department-code to master-department-code
               read department-master
                   not invalid key
                       move department-cost-centre
                           to lookup-cost-centre
               end-read
           end-if
           .

       total-cost-centres section.
           perform varying department-index from 1 by 1
                   until department-index > department-count
               move table-department-centre(department-index)
                   to lookup-cost-centre
               perform find-cost-centre-entry
               if table-entry-found
                   add table-department-days(department-index)
                       to table-centre-days(cost-centre-index)
                   add table-department-value(department-index)
                       to table-centre-value(cost-centre-index)
               end-if
               add table-department-value(department-index)
                   to liability-total
           end-perform
           .

       find-cost-centre-entry section.
           move "N" to entry-found-flag
           perform varying cost-centre-index from 1 by 1
                   until cost-centre-index > cost-centre-count
                       or table-entry-found
               if table-cost-centre(cost-centre-index)
                       = lookup-cost-centre
                   move "Y" to entry-found-flag
                   set cost-centre-index down by 1
               end-if
           end-perform
           if not table-entry-found
               if cost-centre-count < MAX-COST-CENTRES
                   add 1 to cost-centre-count
                   set cost-centre-index to cost-centre-count
                   initialize cost-centre-entry(cost-centre-index)
                   move lookup-cost-centre
                       to table-cost-centre(cost-centre-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to entries-dropped
               end-if
           end-if
           .

       open-liability-history section.
           open i-o liability-history
           if history-status-key-1 = "3"
               open output liability-history
               close liability-history
               open i-o liability-history
           end-if
           .

      *    The prior valuation is the latest month on the history
      *    before this one; rerunning a month replaces its figures.
       load-prior-valuation section.
           move zero to prior-period
           set end-of-history to false
           move low-values to liability-history-key
           start liability-history
                   key is greater than liability-history-key
               invalid key
                   set end-of-history to true
           end-start
           perform until end-of-history
               read liability-history next record
                   at end
                       set end-of-history to true
                   not at end
                       if history-period < valuation-period
                           move history-period to prior-period
                       else
                           set end-of-history to true
                       end-if
               end-read
           end-perform
           if prior-period = zero
               display "No earlier valuation on file - the whole "
                       "liability is posted as this month's movement."
           else
               set end-of-history to false
               move prior-period to history-period
               move low-values to history-cost-centre
               start liability-history
                       key is greater than liability-history-key
                   invalid key
                       set end-of-history to true
               end-start
               perform until end-of-history
                   read liability-history next record
                       at end
                           set end-of-history to true
                       not at end
                           if history-period = prior-period
                               perform add-prior-value
                           else
                               set end-of-history to true
                           end-if
                   end-read
               end-perform
           end-if
           .

       add-prior-value section.
           move history-cost-centre to lookup-cost-centre
           perform find-cost-centre-entry
           if table-entry-found
               add history-liability-value
                   to table-centre-prior(cost-centre-index)
           end-if
           add history-liability-value to prior-total
           .

       calculate-movements section.
           perform varying cost-centre-index from 1 by 1
                   until cost-centre-index > cost-centre-count
               compute table-centre-movement(cost-centre-index) =
                   table-centre-value(cost-centre-index)
                   - table-centre-prior(cost-centre-index)
           end-perform
           compute movement-total = liability-total - prior-total
           .

      *    An increase in the liability is charged to the cost
      *    centre's holiday pay expense; a decrease releases it.
       write-liability-journal section.
           open output liability-journal
           move spaces to journal-header-record
           move "H" to journal-header-type
           move valuation-period to journal-period
           move month-end-date to journal-run-date
           move valuation-company-code to journal-company-code
           write journal-header-record

           perform varying cost-centre-index from 1 by 1
                   until cost-centre-index > cost-centre-count
               if table-centre-movement(cost-centre-index)
                       not = zero
                   move spaces to journal-detail-record
                   move "D" to journal-detail-type
                   move EXPENSE-ACCOUNT to journal-account-type
                   move table-cost-centre(cost-centre-index)
                       to journal-account-ref
                   if table-centre-movement(cost-centre-index) > zero
                       move table-centre-movement(cost-centre-index)
                           to journal-debit-amount
                       move zero to journal-credit-amount
                   else
                       move zero to journal-debit-amount
                       compute journal-credit-amount =
                           0 - table-centre-movement(cost-centre-index)
                   end-if
                   write journal-detail-record
                   add 1 to journal-lines-written
                   add journal-debit-amount
                       to journal-hash-accumulator
                   add journal-credit-amount
                       to journal-hash-accumulator
               end-if
           end-perform

           move spaces to journal-detail-record
           move "D" to journal-detail-type
           move LIABILITY-ACCOUNT to journal-account-type
           move valuation-period to journal-account-ref
           if movement-total > zero
               move zero to journal-debit-amount
               move movement-total to journal-credit-amount
           else
               compute journal-debit-amount = 0 - movement-total
               move zero to journal-credit-amount
           end-if
           write journal-detail-record
           add 1 to journal-lines-written
           add journal-debit-amount to journal-hash-accumulator
           add journal-credit-amount to journal-hash-accumulator

           move spaces to journal-trailer-record
           move "T" to journal-trailer-type
           move journal-lines-written to journal-line-count
           move journal-hash-accumulator to journal-hash-total
           write journal-trailer-record
           close liability-journal
           .

       save-valuation-history section.
           perform varying cost-centre-index from 1 by 1
                   until cost-centre-index > cost-centre-count
               move valuation-period to history-period
               move table-cost-centre(cost-centre-index)
                   to history-cost-centre
               read liability-history
                   invalid key
                       perform fill-history-record
                       write liability-history-record
                   not invalid key
                       perform fill-history-record
                       rewrite liability-history-record
               end-read
           end-perform
           .

       fill-history-record section.
           move table-centre-value(cost-centre-index)
               to history-liability-value
           move table-centre-days(cost-centre-index)
               to history-liability-days
           move run-timestamp to history-timestamp
           .

       print-liability-report section.
           open output liability-print
           move spaces to print-work-line
           string "===== Holiday Pay Liability at " delimited by size
                  month-end-date delimited by size
                  " (" delimited by size
                  BASE-CURRENCY-CODE delimited by size
                  ") =====" delimited by size
                  into print-work-line
           end-string
           write liability-print-line from print-work-line
           move "Dept Cost Ctr  Staff  Untaken Days"
             & "              Liability" to print-work-line
           write liability-print-line from print-work-line
           move all "-" to print-work-line
           write liability-print-line from print-work-line
           perform varying department-index from 1 by 1
                   until department-index > department-count
               move spaces to print-work-line
               move table-department-code(department-index)
                   to print-work-line(1:4)
               move table-department-centre(department-index)
                   to print-work-line(6:6)
               move table-department-staff(department-index)
                   to formatted-staff
               move formatted-staff to print-work-line(13:6)
               move table-department-days(department-index)
                   to formatted-days
               move formatted-days to print-work-line(21:11)
               move table-department-value(department-index)
                   to formatted-amount
               move formatted-amount to print-work-line(34:20)
               write liability-print-line from print-work-line
           end-perform
           move spaces to print-work-line
           write liability-print-line from print-work-line

           move "Cost Ctr            Liability          Prior Month"
             & "             Movement" to print-work-line
           write liability-print-line from print-work-line
           move all "-" to print-work-line
           write liability-print-line from print-work-line
           perform varying cost-centre-index from 1 by 1
                   until cost-centre-index > cost-centre-count
               move spaces to print-work-line
               move table-cost-centre(cost-centre-index)
                   to print-work-line(1:6)
               move table-centre-value(cost-centre-index)
                   to formatted-amount
               move formatted-amount to print-work-line(10:20)
               move table-centre-prior(cost-centre-index)
                   to formatted-amount
               move formatted-amount to print-work-line(31:20)
               move table-centre-movement(cost-centre-index)
                   to formatted-amount
               move formatted-amount to print-work-line(52:20)
               write liability-print-line from print-work-line
           end-perform
           move all "-" to print-work-line
           write liability-print-line from print-work-line
           move spaces to print-work-line
           move "TOTALS" to print-work-line(1:6)
           move liability-total to formatted-amount
           move formatted-amount to print-work-line(10:20)
           move prior-total to formatted-amount
           move formatted-amount to print-work-line(31:20)
           move movement-total to formatted-amount
           move formatted-amount to print-work-line(52:20)
           write liability-print-line from print-work-line
           move spaces to print-work-line
           string "Prior valuation month: " delimited by size
                  prior-period delimited by size
                  "  Employees valued: " delimited by size
                  employees-valued delimited by size
                  into print-work-line
           end-string
           write liability-print-line from print-work-line
           if employees-without-balance > zero
               move spaces to print-work-line
               string "** " delimited by size
                      employees-without-balance delimited by size
                      " active employees have no leave balance. **"
                          delimited by size
                      into print-work-line
               end-string
               write liability-print-line from print-work-line
           end-if
           if employees-without-rate > zero
               move spaces to print-work-line
               string "** " delimited by size
                      employees-without-rate delimited by size
                      " employees valued without an exchange rate. **"
                          delimited by size
                      into print-work-line
               end-string
               write liability-print-line from print-work-line
           end-if
           if entries-dropped > zero
               move spaces to print-work-line
               string "** " delimited by size
                      entries-dropped delimited by size
                      " departments or cost centres not totalled - "
                          delimited by size
                      "table full. **" delimited by size
                      into print-work-line
               end-string
               write liability-print-line from print-work-line
           end-if
           close liability-print
           .
