       input-output section.
           select supplementary-payments
               assign "supplementary-payments.dat"
               organization sequential
               file status supplement-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
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
           select tax-bands
               assign "tax-bands.dat"
               organization sequential
               file status tax-file-status.
           select employee-ytd
               assign "employee-ytd.dat"
               organization indexed
               access dynamic
               record key ytd-employee-number
               file status ytd-file-status.
           select payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status payslip-file-status.
           select payslip-deductions
               assign "payslip-deductions.dat"
               organization sequential
               file status slip-deductions-status.
           select supplementary-print
               assign supplementary-print-file-name
               organization line sequential
               file status supplementary-print-status.
           select supplementary-transmission
               assign transmission-file-name
               organization sequential
               file status transmission-file-status.
           select supplementary-journal
               assign journal-file-name
               organization sequential
               file status journal-file-status.
           select employee-bank-details
               assign "employee-bank-details.dat"
               organization indexed
               access random
               record key bank-employee-number
               file status bank-file-status.
           select department-master
               assign "department-master.dat"
               organization indexed
               access random
               record key master-department-code
               file status department-file-status.

       file section.
       FD  supplementary-payments.
       01  supplementary-payment-record.
           05  supp-employee-number    pic 9(5).
           05  supp-payment-type       pic X(4).
               88  supp-bonus          value "BONS".
               88  supp-correction     value "CORR".
               88  valid-supp-type     values "BONS" "CORR" "OTHR".
           05  supp-amount             pic 9(7)V9(2).
           05  supp-reason             pic X(20).
           05  supp-status             pic X.
               88  supp-pending        value "P".
               88  supp-paid           value "D".
               88  supp-rejected       value "R".
           05  supp-paid-period        pic 9(6).
           05  supp-timestamp          pic X(21).

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

       FD  tax-bands.
       01  tax-band-record.
           05  band-tax-year           pic 9(4).
           05  band-lower-limit        pic 9(7)V9(2).
           05  band-upper-limit        pic 9(7)V9(2).
           05  band-tax-rate           pic 9(3)V9(2).

       FD  employee-ytd.
       01  employee-ytd-record.
           05  ytd-employee-number     pic 9(5).
           05  ytd-year                pic 9(4).
           05  ytd-gross-amount        pic 9(9)V9(2).
           05  ytd-net-amount          pic S9(9)V9(2).
           05  ytd-deduction-count     pic 9(2).
           05  ytd-deduction-entry     occurs 15
                                       indexed by ytd-ded-index.
               10  ytd-deduction-code      pic X(4).
               10  ytd-deduction-amount    pic 9(9)V9(2).

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

       FD  payslip-deductions.
       01  payslip-deduction-record.
           05  slip-deduction-period   pic 9(6).
           05  slip-deduction-employee pic 9(5).
           05  slip-deduction-code     pic X(4).
           05  slip-deduction-amount   pic S9(7)V9(2).
           05  slip-deduction-run-type pic X.
               88  main-run-deduction  value "M".
               88  supplementary-deduction value "S".
               88  void-reversal-deduction value "V".
               88  corrected-deduction value "C".
           05  slip-deduction-frequency pic X.

       FD  supplementary-print.
       01  supplementary-print-line    pic X(80).

       FD  supplementary-transmission.
       01  transmission-header-record.
           05  header-record-type      pic X value "H".
           05  header-run-date         pic 9(8).
           05  header-our-account      pic X(14).
           05  filler                  pic X(57).
       01  transmission-detail-record.
           05  detail-record-type      pic X value "D".
           05  detail-employee-number  pic 9(5).
           05  detail-payee-name       pic X(40).
           05  detail-payment-amount   pic 9(7)V9(2).
           05  detail-currency-code    pic X(3).
           05  detail-sort-code        pic X(6).
           05  detail-account-number   pic X(8).
           05  detail-split-number     pic 9.
           05  filler                  pic X(7).
       01  transmission-trailer-record.
           05  trailer-record-type     pic X value "T".
           05  trailer-record-count    pic 9(7).
           05  trailer-hash-total      pic 9(11)V9(2).
           05  filler                  pic X(59).

       FD  supplementary-journal.
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

       FD  employee-bank-details.
       copy bank-details-record.

       FD  department-master.
       01  department-master-record.
           05  master-department-code      pic X(4).
           05  department-name             pic X(20).
           05  department-manager          pic X(30).
           05  department-cost-centre      pic X(6).

      *    Each company's supplements are paid in a run of their own
      *    for one pay frequency, from the company's own bank account
      *    and into its own journal, against that frequency's
      *    calendar.  Supplements for anyone else stay pending for
      *    their own run.
       working-storage section.
       78  OUR-ACCOUNT-NUMBER          value "00112233445566".
       01  periods-per-year            pic 9(2) value 12.
       01  payroll-frequency           pic X value "M".
           88  weekly-payroll          value "W".
           88  monthly-payroll         value "M".
           88  valid-payroll-frequency values "M" "W".
       01  payroll-company-code        pic X(2) value spaces.
       01  paying-account-number       pic X(14)
                                       value OUR-ACCOUNT-NUMBER.
       01  run-refused-flag            pic X value "N".
           88  supplementary-run-refused   value "Y".
       01  calendar-file-name          pic X(40)
                                       value "pay-period-calendar.dat".
       01  supplementary-print-file-name   pic X(40)
                               value "supplementary-payslip-print.txt".
       01  transmission-file-name      pic X(40)
                           value "supplementary-bank-transmission.dat".
       01  journal-file-name           pic X(40)
                                  value "supplementary-gl-journal.dat".
       01  supplements-left            pic 9(5) value 0.
       78  MAX-TAX-BANDS               value 10.
       78  MAX-PERIOD-DEDUCTIONS       value 15.
       78  MAX-JOURNAL-GROUPS          value 50.
       01  pay-period                  pic 9(6) value 0.
       01  periods-to-date             pic 9(2) value 0.
       01  run-timestamp               pic X(21).
       01  run-year                    pic 9(4).
       01  employee-full-name          pic X(40).
       01  tax-band-table.
           05  tax-band-count          pic 9(2) value 0.
           05  tax-band-entry          occurs MAX-TAX-BANDS
                                       indexed by tax-band-index.
               10  annual-lower-limit  pic 9(7)V9(2).
               10  annual-upper-limit  pic 9(7)V9(2).
               10  annual-tax-rate     pic 9(3)V9(2).
       01  tax-bands-dropped           pic 9(2) value 0.
       01  cumulative-lower-limit      pic 9(9)V9(2).
       01  cumulative-upper-limit      pic 9(9)V9(2).
       01  cumulative-earnings         pic 9(9)V9(2).
       01  cumulative-tax-due          pic 9(9)V9(2).
       01  taxable-slice               pic 9(9)V9(2).
       01  band-tax-amount             pic 9(9)V9(2).
       01  ytd-tax-paid                pic 9(9)V9(2).
       01  supplement-tax-amount       pic S9(9)V9(2).
       01  supplement-net-amount       pic 9(7)V9(2).
       01  ytd-found-flag              pic X value "N".
           88  ytd-code-found          value "Y".
       01  debit-table.
           05  debit-group-count       pic 9(2) value 0.
           05  debit-group-entry       occurs MAX-JOURNAL-GROUPS
                                       indexed by debit-index.
               10  debit-cost-centre   pic X(6).
               10  debit-amount        pic 9(11)V9(2).
       01  lookup-cost-centre          pic X(6).
       01  group-found-flag            pic X value "N".
           88  group-entry-found       value "Y".
       01  groups-dropped              pic 9(3) value 0.
       01  tax-credit-total            pic 9(11)V9(2) value 0.
       01  net-clearing-total          pic 9(11)V9(2) value 0.
       01  gross-paid-total            pic 9(11)V9(2) value 0.
       01  journal-lines-written       pic 9(7) value 0.
       01  journal-hash-accumulator    pic 9(13)V9(2) value 0.
       01  payments-written            pic 9(7) value 0.
       01  payment-hash-total          pic 9(11)V9(2) value 0.
       01  supplements-paid            pic 9(5) value 0.
       01  supplements-rejected        pic 9(5) value 0.
       01  formatted-gross-amount      pic Z(2),ZZZ,ZZ9.99.
       01  formatted-tax-amount        pic Z(2),ZZZ,ZZ9.99.
       01  formatted-net-amount        pic Z(2),ZZZ,ZZ9.99.
       01  formatted-ytd-amount        pic Z(3),ZZZ,ZZ9.99.
       01  print-work-line             pic X(80).
       01  supplement-read-status      pic 9 value 0.
           88  end-of-supplements      value 1 false 0.
       01  calendar-read-status        pic 9 value 0.
           88  end-of-calendar         value 1 false 0.
       01  open-period-flag            pic X value "N".
           88  open-period-found       value "Y".
       01  tax-read-status             pic 9 value 0.
           88  end-of-tax-bands        value 1 false 0.
       01  bank-details-flag           pic X value "N".
           88  bank-details-open       value "Y" false "N".
       01  bank-found-flag             pic X value "N".
           88  bank-details-found      value "Y" false "N".
       01  department-master-flag      pic X value "N".
           88  department-master-open  value "Y" false "N".
       01  supplement-file-status.
           05  supplement-status-key-1 pic X.
           05  supplement-status-key-2 pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  calendar-file-status.
           05  calendar-status-key-1   pic X.
           05  calendar-status-key-2   pic X.
       01  tax-file-status.
           05  tax-status-key-1        pic X.
           05  tax-status-key-2        pic X.
       01  ytd-file-status.
           05  ytd-status-key-1        pic X.
           05  ytd-status-key-2        pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  slip-deductions-status.
           05  slip-deductions-key-1   pic X.
           05  slip-deductions-key-2   pic X.
       01  supplementary-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.
       01  transmission-file-status.
           05  txm-status-key-1        pic X.
           05  txm-status-key-2        pic X.
       01  journal-file-status.
           05  journal-status-key-1    pic X.
           05  journal-status-key-2    pic X.
       01  bank-file-status.
           05  bank-status-key-1       pic X.
           05  bank-status-key-2       pic X.
       01  department-file-status.
           05  department-status-key-1 pic X.
           05  department-status-key-2 pic X.
       copy company-entity-request.

       procedure division.
           move function current-date to run-timestamp
           move run-timestamp(1:4) to run-year

           perform select-pay-frequency
           if not supplementary-run-refused
               perform select-payroll-company
           end-if
           if supplementary-run-refused
               move 16 to return-code
               goback
           end-if
           perform find-open-pay-period
           if not open-period-found
               move 16 to return-code
               goback
           end-if

           open i-o supplementary-payments
           if supplement-status-key-1 not = "0"
               display "No supplementary-payments file found - "
                       "nothing to pay."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               close supplementary-payments
               move 16 to return-code
               goback
           end-if

           perform load-tax-bands
           perform open-supplementary-outputs

           perform until end-of-supplements
               read supplementary-payments
                   at end
                       set end-of-supplements to true
                   not at end
                       if supp-pending
                           perform pay-one-supplement
                       end-if
               end-read
           end-perform

           perform write-transmission-trailer
           perform write-journal-file
           perform close-supplementary-files

           display "Supplementary run for period " pay-period
                   " complete - " supplements-paid " paid, "
                   supplements-rejected " rejected."
           if supplements-left > zero
               display supplements-left " pending supplements for "
                       "other companies or pay frequencies left for "
                       "their own runs."
           end-if
           display "Period " pay-period " remains open on the "
                   "pay-period calendar for the main run."
           goback
           .

       select-pay-frequency section.
           display "Please enter the pay frequency to run - M for "
                   "monthly, W for weekly (blank for monthly):"
           move spaces to payroll-frequency
           accept payroll-frequency
           if payroll-frequency = space
               set monthly-payroll to true
           end-if
           if not valid-payroll-frequency
               display "Pay frequency " payroll-frequency " is not "
                       "M or W - supplementary run refused."
               move "Y" to run-refused-flag
           else
               move payroll-frequency to entity-pay-frequency
               if weekly-payroll
                   move 52 to periods-per-year
               else
                   move 12 to periods-per-year
               end-if
           end-if
           .

       select-payroll-company section.
           display "Please enter the company code to pay (blank for "
                   "the primary employer):"
           move spaces to payroll-company-code
           accept payroll-company-code
           move payroll-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " payroll-company-code " is not an "
                       "active company - supplementary run refused."
               move "Y" to run-refused-flag
           else
               move entity-company-code to payroll-company-code
               if entity-bank-account not = spaces
                   move entity-bank-account to paying-account-number
               end-if
               display "Paying company " payroll-company-code " "
                       entity-company-name
               set entity-file-name-action to true
               move calendar-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to calendar-file-name
               move supplementary-print-file-name
                   to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to supplementary-print-file-name
               move transmission-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to transmission-file-name
               move journal-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to journal-file-name
           end-if
           .

       find-open-pay-period section.
           open input pay-period-calendar
           if calendar-status-key-1 not = "0"
               display "No pay-period calendar on file - "
                       "supplementary run refused."
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
               close pay-period-calendar
               if open-period-found
                   move calendar-period to pay-period
                   move pay-period(5:2) to periods-to-date
                   if periods-to-date = zero
                       move 1 to periods-to-date
                   end-if
                   display "Supplementary payments will be paid in "
                           "period " pay-period "."
               else
                   display "No open period on the pay-period "
                           "calendar - supplementary run refused."
               end-if
           end-if
           .

       load-tax-bands section.
           open input tax-bands
           if tax-status-key-1 not = "0"
               display "No tax-bands file found - no income tax "
                       "will be deducted this run."
           else
               perform until end-of-tax-bands
                   read tax-bands
                       at end
                           set end-of-tax-bands to true
                       not at end
                           if band-tax-year = run-year
                               perform store-tax-band
                           end-if
                   end-read
               end-perform
               close tax-bands
               if tax-band-count = zero
                   display "No tax bands on file for " run-year
                           " - no income tax will be deducted "
                           "this run."
               end-if
               if tax-bands-dropped > zero
                   display tax-bands-dropped " tax bands dropped - "
                           "table full."
               end-if
           end-if
           .

       store-tax-band section.
           if tax-band-count < MAX-TAX-BANDS
               add 1 to tax-band-count
               set tax-band-index to tax-band-count
               move band-lower-limit
                   to annual-lower-limit(tax-band-index)
               move band-upper-limit
                   to annual-upper-limit(tax-band-index)
               move band-tax-rate to annual-tax-rate(tax-band-index)
           else
               add 1 to tax-bands-dropped
           end-if
           .

       open-supplementary-outputs section.
           open i-o employee-ytd
           if ytd-status-key-1 = "3"
               open output employee-ytd
               close employee-ytd
               open i-o employee-ytd
           end-if
           if ytd-status-key-1 not = "0"
               display "Error code " ytd-file-status
                       " opening employee-ytd.dat."
               goback
           end-if
           open extend payslip-file
           if payslip-status-key-1 = "3"
               open output payslip-file
               close payslip-file
               open extend payslip-file
           end-if
           open extend payslip-deductions
           if slip-deductions-key-1 = "3"
               open output payslip-deductions
               close payslip-deductions
               open extend payslip-deductions
           end-if
           open output supplementary-print
           open output supplementary-transmission
           move spaces to transmission-header-record
           move "H" to header-record-type
           move run-timestamp(1:8) to header-run-date
           move paying-account-number to header-our-account
           write transmission-header-record
           open input employee-bank-details
           if bank-status-key-1 = "0"
               set bank-details-open to true
           else
               display "No employee bank details on file - payments "
                       "are sent without account details."
           end-if
           open input department-master
           if department-status-key-1 = "0"
               set department-master-open to true
           end-if
           .

       pay-one-supplement section.
           move supp-employee-number to employee-number
           read employee-data
               invalid key
                   display "Supplementary payment for employee "
                           supp-employee-number " rejected - not on "
                           "the employee master."
                   perform reject-supplement
               not invalid key
                   evaluate true
                       when company-code not = payroll-company-code
                               and not (company-code = spaces
                                   and entity-is-primary)
                           add 1 to supplements-left
                       when weekly-payroll and not paid-weekly
                           add 1 to supplements-left
                       when monthly-payroll and not paid-monthly
                           add 1 to supplements-left
                       when employee-merged
                           display "Supplementary payment for "
                                   "employee " supp-employee-number
                                   " rejected - record merged into "
                                   "another."
                           perform reject-supplement
                       when supp-amount = zero or not valid-supp-type
                           display "Supplementary payment for "
                                   "employee " supp-employee-number
                                   " rejected - zero amount or "
                                   "unknown type " supp-payment-type
                           perform reject-supplement
                       when other
                           perform pay-supplement-to-employee
                   end-evaluate
           end-read
           .

       reject-supplement section.
           set supp-rejected to true
           move run-timestamp to supp-timestamp
           rewrite supplementary-payment-record
           add 1 to supplements-rejected
           .

       pay-supplement-to-employee section.
           perform read-ytd-record
           perform calculate-supplement-tax
           compute supplement-net-amount =
               supp-amount - supplement-tax-amount
           perform write-payslip-record
           perform update-ytd-record
           perform print-supplementary-slip
           perform write-payment-line
           perform accumulate-journal-amounts
           set supp-paid to true
           move pay-period to supp-paid-period
           move run-timestamp to supp-timestamp
           rewrite supplementary-payment-record
           add 1 to supplements-paid
           .

       read-ytd-record section.
           move employee-number to ytd-employee-number
           read employee-ytd
               invalid key
                   perform initialize-ytd-record
               not invalid key
                   if ytd-year not = run-year
                       perform initialize-ytd-record
                   end-if
           end-read
           .

       initialize-ytd-record section.
           initialize employee-ytd-record
           move employee-number to ytd-employee-number
           move run-year to ytd-year
           .

       calculate-supplement-tax section.
           move zero to ytd-tax-paid
           perform varying ytd-ded-index from 1 by 1
                   until ytd-ded-index > ytd-deduction-count
               if ytd-deduction-code(ytd-ded-index) = "TAX"
                   move ytd-deduction-amount(ytd-ded-index)
                       to ytd-tax-paid
               end-if
           end-perform
           compute cumulative-earnings =
               ytd-gross-amount + supp-amount
           move zero to cumulative-tax-due
           perform varying tax-band-index from 1 by 1
                   until tax-band-index > tax-band-count
               perform tax-one-cumulative-band
           end-perform
           compute supplement-tax-amount =
               cumulative-tax-due - ytd-tax-paid
           if supplement-tax-amount < zero
               move zero to supplement-tax-amount
           end-if
           if supplement-tax-amount > supp-amount
               move supp-amount to supplement-tax-amount
           end-if
           .

       tax-one-cumulative-band section.
           compute cumulative-lower-limit rounded =
               annual-lower-limit(tax-band-index)
               * periods-to-date / periods-per-year
           compute cumulative-upper-limit rounded =
               annual-upper-limit(tax-band-index)
               * periods-to-date / periods-per-year
           move zero to taxable-slice
           if cumulative-earnings > cumulative-lower-limit
               if cumulative-upper-limit = zero
                       or cumulative-earnings
                           <= cumulative-upper-limit
                   compute taxable-slice =
                       cumulative-earnings - cumulative-lower-limit
               else
                   compute taxable-slice =
                       cumulative-upper-limit - cumulative-lower-limit
               end-if
           end-if
           if taxable-slice > zero
               compute band-tax-amount rounded =
                   taxable-slice
                   * annual-tax-rate(tax-band-index) / 100
               add band-tax-amount to cumulative-tax-due
           end-if
           .

       write-payslip-record section.
           move pay-period to payslip-period
           move employee-number to payslip-employee-number
           move first-name to payslip-first-name
           move last-name to payslip-last-name
           move department-code to payslip-department-code
           move currency-code to payslip-currency-code
           move supp-amount to payslip-gross-amount
           move supplement-tax-amount to payslip-deduction-total
           move supplement-net-amount to payslip-net-amount
           move zero to payslip-expense-amount
           move run-timestamp to payslip-timestamp
           set supplementary-slip to true
           move payroll-frequency to payslip-pay-frequency
           write payslip-record
           if supplement-tax-amount > zero
               move pay-period to slip-deduction-period
               move employee-number to slip-deduction-employee
               move "TAX" to slip-deduction-code
               move supplement-tax-amount to slip-deduction-amount
               set supplementary-deduction to true
               move payroll-frequency to slip-deduction-frequency
               write payslip-deduction-record
           end-if
           .

       update-ytd-record section.
           add supp-amount to ytd-gross-amount
           add supplement-net-amount to ytd-net-amount
           if supplement-tax-amount > zero
               perform add-ytd-tax
           end-if
           rewrite employee-ytd-record
               invalid key
                   write employee-ytd-record
           end-rewrite
           .

       add-ytd-tax section.
           move "N" to ytd-found-flag
           perform varying ytd-ded-index from 1 by 1
                   until ytd-ded-index > ytd-deduction-count
                       or ytd-code-found
               if ytd-deduction-code(ytd-ded-index) = "TAX"
                   move "Y" to ytd-found-flag
                   set ytd-ded-index down by 1
               end-if
           end-perform
           if not ytd-code-found
               if ytd-deduction-count < MAX-PERIOD-DEDUCTIONS
                   add 1 to ytd-deduction-count
                   set ytd-ded-index to ytd-deduction-count
                   move "TAX" to ytd-deduction-code(ytd-ded-index)
                   move zero to ytd-deduction-amount(ytd-ded-index)
                   move "Y" to ytd-found-flag
               end-if
           end-if
           if ytd-code-found
               add supplement-tax-amount
                   to ytd-deduction-amount(ytd-ded-index)
           end-if
           .

       print-supplementary-slip section.
           initialize employee-full-name
           string first-name delimited by space
                  " " delimited by size
                  last-name delimited by space
                  into employee-full-name
           end-string
           move supp-amount to formatted-gross-amount
           move supplement-tax-amount to formatted-tax-amount
           move supplement-net-amount to formatted-net-amount
           move spaces to supplementary-print-line
           string "===== Supplementary Pay Slip - Period "
                      delimited by size
                  pay-period delimited by size
                  " =====" delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move spaces to supplementary-print-line
           string "Employee: " delimited by size
                  employee-number delimited by size
                  " " delimited by size
                  function trim(employee-full-name)
                      delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move spaces to supplementary-print-line
           string "Payment: " delimited by size
                  supp-payment-type delimited by size
                  " " delimited by size
                  supp-reason delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move spaces to supplementary-print-line
           string "Gross:        " delimited by size
                  formatted-gross-amount delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move spaces to supplementary-print-line
           string "  Income Tax: " delimited by size
                  formatted-tax-amount delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move spaces to supplementary-print-line
           string "Net:          " delimited by size
                  formatted-net-amount delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move ytd-gross-amount to formatted-ytd-amount
           move spaces to supplementary-print-line
           string "YTD " ytd-year " Gross: " delimited by size
                  formatted-ytd-amount delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into supplementary-print-line
           end-string
           write supplementary-print-line
           move spaces to supplementary-print-line
           write supplementary-print-line
           .

       write-payment-line section.
           move spaces to transmission-detail-record
           move "D" to detail-record-type
           move employee-number to detail-employee-number
           move employee-full-name to detail-payee-name
           move supplement-net-amount to detail-payment-amount
           move currency-code to detail-currency-code
           move zero to detail-split-number
           set bank-details-found to false
           if bank-details-open
               move employee-number to bank-employee-number
               read employee-bank-details
                   invalid key
                       continue
                   not invalid key
                       if bank-split-count > zero
                           set bank-details-found to true
                       end-if
               end-read
           end-if
           if bank-details-found
               set bank-split-index to bank-split-count
               move bank-sort-code(bank-split-index)
                   to detail-sort-code
               move bank-account-number(bank-split-index)
                   to detail-account-number
               move bank-split-count to detail-split-number
           end-if
           if supplement-net-amount > zero
               write transmission-detail-record
               add 1 to payments-written
               add supplement-net-amount to payment-hash-total
           end-if
           .

       write-transmission-trailer section.
           move spaces to transmission-trailer-record
           move "T" to trailer-record-type
           move payments-written to trailer-record-count
           move payment-hash-total to trailer-hash-total
           write transmission-trailer-record
           .

       accumulate-journal-amounts section.
           move spaces to lookup-cost-centre
           if department-master-open
               move department-code to master-department-code
               read department-master
                   invalid key
                       move department-code to lookup-cost-centre
                   not invalid key
                       move department-cost-centre
                           to lookup-cost-centre
               end-read
           else
               move department-code to lookup-cost-centre
           end-if
           move "N" to group-found-flag
           perform varying debit-index from 1 by 1
                   until debit-index > debit-group-count
                       or group-entry-found
               if debit-cost-centre(debit-index)
                       = lookup-cost-centre
                   move "Y" to group-found-flag
                   set debit-index down by 1
               end-if
           end-perform
           if not group-entry-found
               if debit-group-count < MAX-JOURNAL-GROUPS
                   add 1 to debit-group-count
                   set debit-index to debit-group-count
                   move lookup-cost-centre
                       to debit-cost-centre(debit-index)
                   move zero to debit-amount(debit-index)
                   move "Y" to group-found-flag
               else
                   add 1 to groups-dropped
               end-if
           end-if
           if group-entry-found
               add supp-amount to debit-amount(debit-index)
           end-if
           add supp-amount to gross-paid-total
           add supplement-tax-amount to tax-credit-total
           add supplement-net-amount to net-clearing-total
           .

       write-journal-file section.
           open output supplementary-journal
           move spaces to journal-header-record
           move "H" to journal-header-type
           move pay-period to journal-period
           move run-timestamp(1:8) to journal-run-date
           move payroll-company-code to journal-company-code
           write journal-header-record

           perform varying debit-index from 1 by 1
                   until debit-index > debit-group-count
               move spaces to journal-detail-record
               move "D" to journal-detail-type
               move "SALARY-EXP" to journal-account-type
               move debit-cost-centre(debit-index)
                   to journal-account-ref
               move debit-amount(debit-index)
                   to journal-debit-amount
               move zero to journal-credit-amount
               write journal-detail-record
               add 1 to journal-lines-written
               add debit-amount(debit-index)
                   to journal-hash-accumulator
           end-perform

           if tax-credit-total > zero
               move spaces to journal-detail-record
               move "D" to journal-detail-type
               move "DEDN-LIAB" to journal-account-type
               move "TAX" to journal-account-ref
               move zero to journal-debit-amount
               move tax-credit-total to journal-credit-amount
               write journal-detail-record
               add 1 to journal-lines-written
               add tax-credit-total to journal-hash-accumulator
           end-if

           move spaces to journal-detail-record
           move "D" to journal-detail-type
           move "NET-CLEAR" to journal-account-type
           move spaces to journal-account-ref
           move zero to journal-debit-amount
           move net-clearing-total to journal-credit-amount
           write journal-detail-record
           add 1 to journal-lines-written
           add net-clearing-total to journal-hash-accumulator

           move spaces to journal-trailer-record
           move "T" to journal-trailer-type
           move journal-lines-written to journal-line-count
           move journal-hash-accumulator to journal-hash-total
           write journal-trailer-record
           close supplementary-journal
           if groups-dropped > zero
               display groups-dropped " supplementary payments not "
                       "journalled - cost-centre table full."
           end-if
           .

       close-supplementary-files section.
           close supplementary-payments
           close employee-data
           close employee-ytd
           close payslip-file
           close payslip-deductions
           close supplementary-print
           close supplementary-transmission
           if bank-details-open
               close employee-bank-details
               set bank-details-open to false
           end-if
           if department-master-open
               close department-master
               set department-master-open to false
           end-if
           display payments-written " payments written to "
                   function trim(transmission-file-name) " and "
                   journal-lines-written " lines to "
                   function trim(journal-file-name) "."
           .
