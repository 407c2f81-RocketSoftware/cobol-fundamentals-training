       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select employee-diversity
               assign "employee-diversity.dat"
               organization indexed
               access random
               record key diversity-employee-number
               file status diversity-file-status.
           select payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status payslip-file-status.
           select supplementary-payments
               assign "supplementary-payments.dat"
               organization sequential
               file status supplement-file-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.
           select pay-gap-print
               assign "gender-pay-gap-print.txt"
               organization line sequential
               file status pay-gap-print-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  employee-diversity.
       copy diversity-record.

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

       FD  supplementary-payments.
       01  supplementary-payment-record.
           05  supp-employee-number    pic 9(5).
           05  supp-payment-type       pic X(4).
               88  supp-bonus          value "BONS".
           05  supp-amount             pic 9(7)V9(2).
           05  supp-reason             pic X(20).
           05  supp-status             pic X.
               88  supp-pending        value "P".
               88  supp-paid           value "D".
               88  supp-rejected       value "R".
           05  supp-paid-period        pic 9(6).
           05  supp-timestamp          pic X(21).

       FD  operator-permissions.
       01  operator-permission-record.
           05  permission-operator-id  pic X(8).
           05  permission-role         pic X.
           05  permission-password     pic X(8).
           05  permission-pwd-changed  pic 9(8).
           05  permission-fail-count   pic 9.
           05  permission-status       pic X.
               88  operator-enabled    value "E".
               88  operator-locked     value "L".
               88  operator-disabled   value "D".
           05  permission-force-change pic X.

       FD  pay-gap-print.
       01  pay-gap-print-line          pic X(80).

       working-storage section.
       78  MAX-RELEVANT-EMPLOYEES      value 400.
       78  MAX-STATISTICS-FIGURES      value 200.
       78  ANNUAL-CONTRACT-HOURS       value 1950.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  snapshot-date               pic 9(8).
       01  snapshot-period             pic 9(6).
       01  bonus-from-period           pic 9(6).
       01  relevant-table.
           05  relevant-count          pic 9(3) value 0.
           05  relevant-entry          occurs MAX-RELEVANT-EMPLOYEES
                                       indexed by relevant-index.
               10  relevant-employee   pic 9(5).
               10  relevant-bonus      pic 9(7)V9(2).
       01  analysis-table.
           05  analysis-count          pic 9(3) value 0.
           05  analysis-entry          occurs MAX-RELEVANT-EMPLOYEES
                                       indexed by analysis-index
                                                  compare-index.
               10  analysis-gender     pic X.
               10  analysis-hourly-pay pic 9(5)V9(2).
               10  analysis-bonus      pic 9(7)V9(2).
       01  swap-entry.
           05  swap-gender             pic X.
           05  swap-hourly-pay         pic 9(5)V9(2).
           05  swap-bonus              pic 9(7)V9(2).
       01  relevant-found-flag         pic X value "N".
           88  relevant-employee-found value "Y".
       01  relevant-dropped            pic 9(3) value 0.
       01  gender-not-declared         pic 9(3) value 0.
       01  figures-dropped             pic 9(3) value 0.
       01  statistics-gender           pic X.
       01  bonus-figures-flag          pic X value "N".
           88  collect-bonus-figures   value "Y" false "N".
       01  male-count                  pic 9(3) value 0.
       01  female-count                pic 9(3) value 0.
       01  male-bonus-count            pic 9(3) value 0.
       01  female-bonus-count          pic 9(3) value 0.
       01  male-mean-pay               pic 9(9)V9(2).
       01  male-median-pay             pic 9(9)V9(2).
       01  female-mean-pay             pic 9(9)V9(2).
       01  female-median-pay           pic 9(9)V9(2).
       01  male-mean-bonus             pic 9(9)V9(2).
       01  male-median-bonus           pic 9(9)V9(2).
       01  female-mean-bonus           pic 9(9)V9(2).
       01  female-median-bonus         pic 9(9)V9(2).
       01  gap-percentage              pic S9(3)V9(1).
       01  gap-male-figure             pic 9(9)V9(2).
       01  gap-female-figure           pic 9(9)V9(2).
       01  share-percentage            pic 9(3)V9(1).
       01  quartile-table.
           05  quartile-entry          occurs 4
                                       indexed by quartile-index.
               10  quartile-males      pic 9(3).
               10  quartile-females    pic 9(3).
       01  quartile-number             pic 9.
       01  quartile-total              pic 9(3).
       01  formatted-gap               pic -ZZ9.9.
       01  formatted-share             pic ZZ9.9.
       01  formatted-pay               pic Z(6),ZZ9.99.
       01  formatted-count             pic ZZ9.
       01  print-work-line             pic X(80).
       01  payslip-read-status         pic 9 value 0.
           88  end-of-payslips         value 1 false 0.
       01  supplement-read-status      pic 9 value 0.
           88  end-of-supplements      value 1 false 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  diversity-file-status.
           05  diversity-status-key-1  pic X.
           05  diversity-status-key-2  pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  supplement-file-status.
           05  supplement-status-key-1 pic X.
           05  supplement-status-key-2 pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.
       01  pay-gap-print-status.
           05  pay-gap-print-key-1     pic X.
           05  pay-gap-print-key-2     pic X.
       copy statistics-figures.
       copy statistics-results.

       procedure division.
           display "===== Gender Pay Gap Report (Restricted) ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role
           if not role-supervisor
               display "Operator " operator-id " is not authorised "
                       "for diversity data - report refused."
               goback
           end-if

           display "Please enter the snapshot date (yyyymmdd):"
           accept snapshot-date
           if function test-date-yyyymmdd(snapshot-date) not = zero
               display "Invalid date - report cancelled."
               goback
           end-if
           move snapshot-date(1:6) to snapshot-period
           if snapshot-period(5:2) = 12
               compute bonus-from-period = snapshot-period - 11
           else
               compute bonus-from-period = snapshot-period - 99
           end-if

           open input employee-diversity
           if diversity-status-key-1 not = "0"
               display "No diversity file on record - report "
                       "cancelled."
               goback
           end-if
           perform load-relevant-employees
           if relevant-count = zero
               display "No main-run payslips for period "
                       snapshot-period " - report cancelled."
               close employee-diversity
               goback
           end-if
           perform load-bonus-payments
           perform build-analysis-table
           close employee-diversity

           perform calculate-pay-figures
           perform calculate-bonus-figures
           perform sort-analysis-by-pay
           perform count-quartile-genders
           perform print-pay-gap-report
           display "Gender pay gap report written to "
                   "gender-pay-gap-print.txt for snapshot "
                   snapshot-date "."
           goback
           .

       load-operator-role section.
           move "N" to operator-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               display "No operator permissions file found - "
                       "access cannot be authorised."
               goback
           end-if
           perform until end-of-permissions or operator-on-file
               read operator-permissions
                   at end
                       set end-of-permissions to true
                   not at end
                       if permission-operator-id = operator-id
                           set operator-on-file to true
                           if operator-enabled
                               move permission-role to operator-role
                           else
                               move "I" to operator-role
                           end-if
                       end-if
               end-read
           end-perform
           close operator-permissions
           if not operator-on-file
               move "I" to operator-role
           end-if
           .

      *    Relevant employees are those paid by the main run in the
      *    snapshot period; weekly staff count in the month their
      *    weekly runs were made.
       load-relevant-employees section.
           open input payslip-file
           if payslip-status-key-1 not = "0"
               display "No payslip file on record."
           else
               perform until end-of-payslips
                   read payslip-file
                       at end
                           set end-of-payslips to true
                       not at end
                           if main-run-slip
                               if weekly-payslip
                                   if payslip-timestamp(1:6)
                                           = snapshot-period
                                       perform add-relevant-employee
                                   end-if
                               else
                                   if payslip-period = snapshot-period
                                       perform add-relevant-employee
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           .

       add-relevant-employee section.
           move "N" to relevant-found-flag
           perform varying relevant-index from 1 by 1
                   until relevant-index > relevant-count
                       or relevant-employee-found
               if relevant-employee(relevant-index)
                       = payslip-employee-number
                   move "Y" to relevant-found-flag
               end-if
           end-perform
           if not relevant-employee-found
               if relevant-count < MAX-RELEVANT-EMPLOYEES
                   add 1 to relevant-count
                   set relevant-index to relevant-count
                   move payslip-employee-number
                       to relevant-employee(relevant-index)
                   move zero to relevant-bonus(relevant-index)
               else
                   add 1 to relevant-dropped
               end-if
           end-if
           .

      *    Bonus pay is every paid BONS supplementary payment in the
      *    twelve months ending with the snapshot period.
       load-bonus-payments section.
           open input supplementary-payments
           if supplement-status-key-1 = "0"
               perform until end-of-supplements
                   read supplementary-payments
                       at end
                           set end-of-supplements to true
                       not at end
                           if supp-bonus and supp-paid
                                   and supp-paid-period
                                       not < bonus-from-period
                                   and supp-paid-period
                                       not > snapshot-period
                               perform add-bonus-to-employee
                           end-if
                   end-read
               end-perform
               close supplementary-payments
           end-if
           .

       add-bonus-to-employee section.
           move "N" to relevant-found-flag
           perform varying relevant-index from 1 by 1
                   until relevant-index > relevant-count
                       or relevant-employee-found
               if relevant-employee(relevant-index)
                       = supp-employee-number
                   move "Y" to relevant-found-flag
                   set relevant-index down by 1
               end-if
           end-perform
           if relevant-employee-found
               add supp-amount to relevant-bonus(relevant-index)
           end-if
           .

       build-analysis-table section.
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if
           perform varying relevant-index from 1 by 1
                   until relevant-index > relevant-count
               move relevant-employee(relevant-index)
                   to employee-number
               read employee-data key is employee-number
                   invalid key
                       continue
                   not invalid key
                       perform analyse-one-employee
               end-read
           end-perform
           close employee-data
           .

       analyse-one-employee section.
           move employee-number to diversity-employee-number
           read employee-diversity
               invalid key
                   move "U" to diversity-gender
           end-read
           if gender-male or gender-female
               add 1 to analysis-count
               set analysis-index to analysis-count
               move diversity-gender to analysis-gender(analysis-index)
               if hourly-employee
                   move hourly-rate
                       to analysis-hourly-pay(analysis-index)
               else
                   compute analysis-hourly-pay(analysis-index)
                       rounded = employee-salary
                       / ANNUAL-CONTRACT-HOURS
               end-if
               move relevant-bonus(relevant-index)
                   to analysis-bonus(analysis-index)
               if gender-male
                   add 1 to male-count
               else
                   add 1 to female-count
               end-if
           else
               add 1 to gender-not-declared
           end-if
           .

       calculate-pay-figures section.
           set collect-bonus-figures to false
           move "M" to statistics-gender
           perform run-gender-statistics
           move mean-result to male-mean-pay
           move median-result to male-median-pay
           move "F" to statistics-gender
           perform run-gender-statistics
           move mean-result to female-mean-pay
           move median-result to female-median-pay
           .

       calculate-bonus-figures section.
           set collect-bonus-figures to true
           move "M" to statistics-gender
           perform run-gender-statistics
           move figure-count to male-bonus-count
           move mean-result to male-mean-bonus
           move median-result to male-median-bonus
           move "F" to statistics-gender
           perform run-gender-statistics
           move figure-count to female-bonus-count
           move mean-result to female-mean-bonus
           move median-result to female-median-bonus
           .

       run-gender-statistics section.
           initialize statistics-figures
           perform varying analysis-index from 1 by 1
                   until analysis-index > analysis-count
               if analysis-gender(analysis-index) = statistics-gender
                   if collect-bonus-figures
                       if analysis-bonus(analysis-index) > zero
                           perform add-bonus-figure
                       end-if
                   else
                       perform add-pay-figure
                   end-if
               end-if
           end-perform
           call "statistics" using by reference statistics-figures
                                   by reference statistics-results
           end-call
           .

       add-pay-figure section.
           if figure-count < MAX-STATISTICS-FIGURES
               add 1 to figure-count
               move analysis-hourly-pay(analysis-index)
                   to figure-value(figure-count)
           else
               add 1 to figures-dropped
           end-if
           .

       add-bonus-figure section.
           if figure-count < MAX-STATISTICS-FIGURES
               add 1 to figure-count
               move analysis-bonus(analysis-index)
                   to figure-value(figure-count)
           else
               add 1 to figures-dropped
           end-if
           .

       sort-analysis-by-pay section.
           perform varying analysis-index from 1 by 1
                   until analysis-index > analysis-count
               perform varying compare-index from 1 by 1
                       until compare-index > analysis-count - 1
                   if analysis-hourly-pay(compare-index)
                           > analysis-hourly-pay(compare-index + 1)
                       move analysis-entry(compare-index)
                           to swap-entry
                       move analysis-entry(compare-index + 1)
                           to analysis-entry(compare-index)
                       move swap-entry
                           to analysis-entry(compare-index + 1)
                   end-if
               end-perform
           end-perform
           .

      *    Employees are ranked by hourly pay and split into four
      *    equal-sized bands, lowest first.
       count-quartile-genders section.
           initialize quartile-table
           perform varying analysis-index from 1 by 1
                   until analysis-index > analysis-count
               compute quartile-number =
                   ((analysis-index - 1) * 4 / analysis-count) + 1
               set quartile-index to quartile-number
               if analysis-gender(analysis-index) = "M"
                   add 1 to quartile-males(quartile-index)
               else
                   add 1 to quartile-females(quartile-index)
               end-if
           end-perform
           .

       print-pay-gap-report section.
           open output pay-gap-print
           move spaces to print-work-line
           string "===== Gender Pay Gap - Snapshot " delimited by size
                  snapshot-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write pay-gap-print-line from print-work-line
           move spaces to print-work-line
           move male-count to formatted-count
           string "Relevant employees: men " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           move female-count to formatted-count
           move " women " to print-work-line(28:7)
           move formatted-count to print-work-line(35:3)
           move gender-not-declared to formatted-count
           move " not declared " to print-work-line(38:14)
           move formatted-count to print-work-line(52:3)
           write pay-gap-print-line from print-work-line
           move spaces to print-work-line
           write pay-gap-print-line from print-work-line

           move "Hourly pay                 Men        Women     Gap %"
               to print-work-line
           write pay-gap-print-line from print-work-line
           move male-mean-pay to gap-male-figure
           move female-mean-pay to gap-female-figure
           move "Mean" to print-work-line
           perform print-gap-line
           move male-median-pay to gap-male-figure
           move female-median-pay to gap-female-figure
           move "Median" to print-work-line
           perform print-gap-line
           move spaces to print-work-line
           write pay-gap-print-line from print-work-line

           move "Bonus pay (12 months)      Men        Women     Gap %"
               to print-work-line
           write pay-gap-print-line from print-work-line
           move male-mean-bonus to gap-male-figure
           move female-mean-bonus to gap-female-figure
           move "Mean" to print-work-line
           perform print-gap-line
           move male-median-bonus to gap-male-figure
           move female-median-bonus to gap-female-figure
           move "Median" to print-work-line
           perform print-gap-line
           move spaces to print-work-line
           move "Receiving a bonus %" to print-work-line(1:19)
           move zero to share-percentage
           if male-count > zero
               compute share-percentage rounded =
                   male-bonus-count * 100 / male-count
           end-if
           move share-percentage to formatted-share
           move formatted-share to print-work-line(33:5)
           move zero to share-percentage
           if female-count > zero
               compute share-percentage rounded =
                   female-bonus-count * 100 / female-count
           end-if
           move share-percentage to formatted-share
           move formatted-share to print-work-line(46:5)
           write pay-gap-print-line from print-work-line
           move spaces to print-work-line
           write pay-gap-print-line from print-work-line

           move "Pay quartile               Men %      Women %"
               to print-work-line
           write pay-gap-print-line from print-work-line
           perform varying quartile-index from 1 by 1
                   until quartile-index > 4
               perform print-quartile-line
           end-perform

           if relevant-dropped > zero or figures-dropped > zero
               move spaces to print-work-line
               string "** " delimited by size
                      relevant-dropped delimited by size
                      " employees and " delimited by size
                      figures-dropped delimited by size
                      " figures dropped - tables full. **"
                          delimited by size
                      into print-work-line
               end-string
               write pay-gap-print-line from print-work-line
           end-if
           close pay-gap-print
           .

      *    The gap is the women's figure below the men's, expressed
      *    as a percentage of the men's figure.
       print-gap-line section.
           move gap-male-figure to formatted-pay
           move formatted-pay to print-work-line(21:12)
           move gap-female-figure to formatted-pay
           move formatted-pay to print-work-line(34:12)
           move zero to gap-percentage
           if gap-male-figure > zero
               compute gap-percentage rounded =
                   (gap-male-figure - gap-female-figure) * 100
                   / gap-male-figure
           end-if
           move gap-percentage to formatted-gap
           move formatted-gap to print-work-line(48:6)
           write pay-gap-print-line from print-work-line
           move spaces to print-work-line
           .

       print-quartile-line section.
           move spaces to print-work-line
           evaluate quartile-index
               when 1
                   move "Lower" to print-work-line
               when 2
                   move "Lower middle" to print-work-line
               when 3
                   move "Upper middle" to print-work-line
               when other
                   move "Upper" to print-work-line
           end-evaluate
           compute quartile-total = quartile-males(quartile-index)
               + quartile-females(quartile-index)
           move zero to share-percentage
           if quartile-total > zero
               compute share-percentage rounded =
                   quartile-males(quartile-index) * 100
                   / quartile-total
           end-if
           move share-percentage to formatted-share
           move formatted-share to print-work-line(33:5)
           move zero to share-percentage
           if quartile-total > zero
               compute share-percentage rounded =
                   quartile-females(quartile-index) * 100
                   / quartile-total
           end-if
           move share-percentage to formatted-share
           move formatted-share to print-work-line(46:5)
           write pay-gap-print-line from print-work-line
           .
