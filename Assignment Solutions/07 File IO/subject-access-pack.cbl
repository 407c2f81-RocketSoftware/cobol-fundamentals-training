       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select employee-archive
               assign "employee-archive.dat"
               organization sequential
               file status archive-file-status.
           select contact-details
               assign "contact-details.dat"
               organization indexed
               access dynamic
               record key contact-key
               file status contact-file-status.
           select salary-history
               assign "salary-history-indexed.dat"
               organization indexed
               access dynamic
               record key salary-history-key
               file status salary-history-status.
           select transfer-history
               assign "transfer-history.dat"
               organization sequential
               file status transfer-history-status.
           select payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status payslip-file-status.
           select payslip-deductions
               assign "payslip-deductions.dat"
               organization sequential
               file status slip-deductions-status.
           select leave-balances
               assign "leave-balances.dat"
               organization indexed
               access random
               record key balance-employee-number
               file status leave-balance-status.
           select leave-requests
               assign "leave-requests.dat"
               organization indexed
               access sequential
               record key request-id
               file status request-file-status.
           select leave-transactions
               assign "leave-transactions.dat"
               organization sequential
               file status leave-txn-status.
           select sickness-absence
               assign "sickness-absence.dat"
               organization sequential
               file status sickness-file-status.
           select training-completions
               assign "training-completions.dat"
               organization indexed
               access dynamic
               record key completion-key
               file status completions-file-status.
           select training-courses
               assign "training-courses.dat"
               organization indexed
               access random
               record key course-code
               file status courses-file-status.
           select garnishment-orders
               assign "garnishment-orders.dat"
               organization indexed
               access dynamic
               record key order-key
               file status orders-file-status.
           select garnishment-history
               assign "garnishment-history.dat"
               organization sequential
               file status garn-history-status.
           select audit-log
               assign "employee-audit.dat"
               organization sequential
               file status audit-file-status-code.
           select audit-archive
               assign archive-file-name
               organization sequential
               file status audit-archive-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.
           select access-pack-print
               assign catalog-output-file-name
               organization line sequential
               file status pack-print-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  employee-archive.
       01  archive-record.
           05  archive-employee            pic X(104).
           05  archive-termination-date    pic 9(8).
           05  archive-timestamp           pic X(21).

       FD  contact-details.
       01  contact-details-record.
           05  contact-key.
               10  contact-employee-number pic 9(5).
               10  contact-effective-date  pic 9(8).
           05  contact-address-line-1  pic X(30).
           05  contact-address-line-2  pic X(30).
           05  contact-postcode        pic X(8).
           05  contact-phone           pic X(15).
           05  emergency-contact-name  pic X(30).
           05  emergency-contact-phone pic X(15).
           05  contact-operator-id     pic X(8).
           05  contact-timestamp       pic X(21).

       FD  salary-history.
       01  salary-history-record.
           05  salary-history-key.
               10  history-employee-number pic 9(5).
               10  history-timestamp       pic X(21).
           05  history-old-salary      pic 9(7)V9(2).
           05  history-new-salary      pic 9(7)V9(2).
           05  history-notified        pic X.
               88  history-letter-sent value "Y".

       FD  transfer-history.
       01  transfer-history-record.
           05  transfer-employee-number    pic 9(5).
           05  transfer-from-department    pic X(4).
           05  transfer-to-department      pic X(4).
           05  transfer-effective-date     pic 9(8).
           05  transfer-timestamp          pic X(21).
           05  transfer-notified           pic X.
               88  transfer-letter-sent    value "Y".

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
           05  payslip-pay-frequency   pic X.
               88  weekly-payslip      value "W".

       FD  payslip-deductions.
       01  payslip-deduction-record.
           05  slip-deduction-period   pic 9(6).
           05  slip-deduction-employee pic 9(5).
           05  slip-deduction-code     pic X(4).
           05  slip-deduction-amount   pic S9(7)V9(2).
           05  slip-deduction-run-type pic X.
           05  slip-deduction-frequency pic X.

       FD  leave-balances.
       01  leave-balance-record.
           05  balance-employee-number pic 9(5).
           05  annual-entitlement      pic 9(3)V9(2).
           05  accrued-days            pic 9(3)V9(2).
           05  taken-days              pic 9(3)V9(2).
           05  last-accrual-period     pic 9(6).

       FD  leave-requests.
       01  leave-request-record.
           05  request-id              pic 9(5).
           05  request-employee-number pic 9(5).
           05  request-manager-number  pic 9(5).
           05  request-start-date      pic 9(8).
           05  request-end-date        pic 9(8).
           05  request-days            pic 9(2)V9(1).
           05  request-status          pic X.
           05  request-operator-id     pic X(8).
           05  request-timestamp       pic X(21).

       FD  leave-transactions.
       01  leave-transaction-record.
           05  leave-employee-number   pic 9(5).
           05  leave-start-date        pic 9(8).
           05  leave-days-taken        pic 9(2)V9(1).
           05  leave-operator-id       pic X(8).
           05  leave-timestamp         pic X(21).

       FD  sickness-absence.
       01  sickness-absence-record.
           05  sickness-employee-number pic 9(5).
           05  sickness-first-day      pic 9(8).
           05  sickness-last-day       pic 9(8).
           05  sickness-certified      pic X.
           05  sickness-reason-code    pic X(4).
           05  sickness-operator-id    pic X(8).
           05  sickness-timestamp      pic X(21).

       FD  training-completions.
       01  training-completion-record.
           05  completion-key.
               10  completion-employee-number  pic 9(5).
               10  completion-course-code      pic X(6).
           05  completion-date         pic 9(8).
           05  completion-expiry-date  pic 9(8).
           05  completion-operator-id  pic X(8).
           05  completion-timestamp    pic X(21).

       FD  training-courses.
       01  training-course-record.
           05  course-code             pic X(6).
           05  course-description      pic X(30).
           05  course-validity-months  pic 9(3).
           05  course-required-flag    pic X.

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

       FD  garnishment-history.
       01  garnishment-history-record.
           05  garn-history-period     pic 9(6).
           05  garn-history-employee   pic 9(5).
           05  garn-history-reference  pic X(8).
           05  garn-history-amount     pic 9(7)V9(2).
           05  garn-history-balance    pic 9(7)V9(2).
           05  garn-history-timestamp  pic X(21).

       FD  audit-log.
       01  audit-log-record            pic X(89).

       FD  audit-archive.
       01  audit-archive-record        pic X(89).

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

       FD  access-pack-print.
       01  access-pack-line            pic X(90).

       working-storage section.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  subject-employee-number     pic 9(5) value 0.
       01  subject-source              pic X value space.
           88  subject-on-master       value "M".
           88  subject-archived        value "A".
           88  subject-not-found       value space.
       01  subject-archived-on         pic X(21).
       01  subject-full-name           pic X(41).
       01  todays-date                 pic 9(8).
       01  current-year                pic 9(4).
       01  audit-scan-year             pic 9(4).
       01  archive-file-name           pic X(24).
       01  audit-entry.
           05  audit-employee-number   pic 9(5).
           05  audit-field-changed     pic X(15).
           05  audit-old-value         pic X(20).
           05  audit-new-value         pic X(20).
           05  audit-timestamp         pic X(21).
           05  audit-operator-id       pic X(8).
       01  section-entries             pic 9(5) value 0.
       01  sections-with-data          pic 9(2) value 0.
       01  sections-without-data       pic 9(2) value 0.
       01  print-work-line             pic X(90).
       01  section-title               pic X(40).
       01  description-text            pic X(30).
       01  formatted-salary            pic Z,ZZZ,ZZ9.99.
       01  formatted-old-salary        pic Z,ZZZ,ZZ9.99.
       01  formatted-new-salary        pic Z,ZZZ,ZZ9.99.
       01  formatted-rate              pic ZZ9.99.
       01  formatted-gross-amount      pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-deduction-total   pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-net-amount        pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-expense-amount    pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-deduction-amount  pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-owed              pic Z(2),ZZZ,ZZ9.99.
       01  formatted-balance           pic Z(2),ZZZ,ZZ9.99.
       01  formatted-protected         pic Z(2),ZZZ,ZZ9.99.
       01  formatted-days              pic ZZ9.99.
       01  formatted-entitlement       pic ZZ9.99.
       01  formatted-taken             pic ZZ9.99.
       01  formatted-request-days      pic Z9.9.
       01  read-status                 pic 9 value 0.
           88  end-of-read             value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.
       01  contact-file-status.
           05  contact-status-key-1    pic X.
           05  contact-status-key-2    pic X.
       01  salary-history-status.
           05  history-status-key-1    pic X.
           05  history-status-key-2    pic X.
       01  transfer-history-status.
           05  transfer-status-key-1   pic X.
           05  transfer-status-key-2   pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  slip-deductions-status.
           05  slip-deductions-key-1   pic X.
           05  slip-deductions-key-2   pic X.
       01  leave-balance-status.
           05  balance-status-key-1    pic X.
           05  balance-status-key-2    pic X.
       01  request-file-status.
           05  request-status-key-1    pic X.
           05  request-status-key-2    pic X.
       01  leave-txn-status.
           05  leave-txn-key-1         pic X.
           05  leave-txn-key-2         pic X.
       01  sickness-file-status.
           05  sickness-status-key-1   pic X.
           05  sickness-status-key-2   pic X.
       01  completions-file-status.
           05  completions-status-key-1    pic X.
           05  completions-status-key-2    pic X.
       01  courses-file-status.
           05  courses-status-key-1    pic X.
           05  courses-status-key-2    pic X.
       01  orders-file-status.
           05  orders-status-key-1     pic X.
           05  orders-status-key-2     pic X.
       01  garn-history-status.
           05  garn-history-key-1      pic X.
           05  garn-history-key-2      pic X.
       01  audit-file-status-code.
           05  audit-status-key-1      pic X.
           05  audit-status-key-2      pic X.
       01  audit-archive-status.
           05  audit-archive-key-1     pic X.
           05  audit-archive-key-2     pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.
       01  pack-print-status.
           05  pack-print-key-1        pic X.
           05  pack-print-key-2        pic X.

       copy report-catalog-request.

       procedure division.
           display "===== Subject Access Pack (Restricted) ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role
           if not role-supervisor
               display "Operator " operator-id " is not authorised "
                       "to produce a subject access pack."
               goback
           end-if

           display "Please enter the employee number:"
           accept subject-employee-number
           move function current-date(1:8) to todays-date
           move todays-date(1:4) to current-year

           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if
           perform find-subject-employee
           if subject-not-found
               display "Employee " subject-employee-number
                       " is not on the master file or the archive - "
                       "no pack produced."
               close employee-data
               goback
           end-if

           perform register-report-run
           open output access-pack-print
           perform print-pack-heading
           perform print-master-record
           perform print-contact-history
           perform print-salary-history
           perform print-transfer-history
           perform print-payslips
           perform print-payslip-deductions
           perform print-leave-records
           perform print-sickness-records
           perform print-training-completions
           perform print-garnishments
           perform print-audit-trail
           perform print-pack-summary
           close access-pack-print
           close employee-data
           perform catalogue-report-run
           display "Subject access pack for employee "
                   subject-employee-number " written to "
                   function trim(catalog-output-file-name) "."
           goback
           .

      *    A former employee may have been purged to the archive, in
      *    which case the archived image stands in for the master.
       find-subject-employee section.
           set subject-not-found to true
           move subject-employee-number to employee-number
           read employee-data
               invalid key
                   continue
               not invalid key
                   set subject-on-master to true
           end-read
           if subject-not-found
               open input employee-archive
               if archive-status-key-1 = "0"
                   set end-of-read to false
                   perform until end-of-read
                       read employee-archive
                           at end
                               set end-of-read to true
                           not at end
                               if archive-employee(1:5)
                                       = subject-employee-number
                                   move archive-employee
                                       to selected-employee
                                   move archive-timestamp
                                       to subject-archived-on
                                   set subject-archived to true
                               end-if
                       end-read
                   end-perform
                   close employee-archive
               end-if
           end-if
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

       write-pack-line section.
           write access-pack-line from print-work-line
           add 1 to catalog-line-count
           .

       start-pack-section section.
           move zero to section-entries
           move spaces to print-work-line
           perform write-pack-line
           move spaces to print-work-line
           string "----- " delimited by size
                  function trim(section-title) delimited by size
                  " -----" delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

      *    Every section says so plainly when nothing is held, so the
      *    pack shows each file was searched.
       end-pack-section section.
           if section-entries = zero
               add 1 to sections-without-data
               move "  No records held." to print-work-line
               perform write-pack-line
           else
               add 1 to sections-with-data
           end-if
           .

       file-not-held section.
           move "  No records held - file not on record."
               to print-work-line
           perform write-pack-line
           .

       print-pack-heading section.
           string first-name delimited by space
                  " " delimited by size
                  last-name delimited by space
                  into subject-full-name
           end-string
           move spaces to print-work-line
           string "===== Subject Access Pack - Employee "
                      delimited by size
                  subject-employee-number delimited by size
                  " " delimited by size
                  function trim(subject-full-name) delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "Produced " delimited by size
                  todays-date delimited by size
                  " by operator " delimited by size
                  operator-id delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-master-record section.
           move "Employee Master Record" to section-title
           perform start-pack-section
           add 1 to section-entries
           if subject-archived
               move spaces to print-work-line
               string "  Former employee - record archived "
                          delimited by size
                      subject-archived-on(1:8) delimited by size
                      into print-work-line
               end-string
               perform write-pack-line
           end-if
           move spaces to print-work-line
           string "  Name: " delimited by size
                  function trim(subject-full-name) delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "  Department: " delimited by size
                  department-code delimited by size
                  "   Grade: " delimited by size
                  pay-grade delimited by size
                  "   Manager: " delimited by size
                  manager-employee-number delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move employee-salary to formatted-salary
           move hourly-rate to formatted-rate
           move spaces to print-work-line
           string "  Pay type: " delimited by size
                  pay-type delimited by size
                  "   Salary: " delimited by size
                  formatted-salary delimited by size
                  "   Hourly rate: " delimited by size
                  formatted-rate delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "  Hired: " delimited by size
                  hire-date delimited by size
                  "   Probation end: " delimited by size
                  probation-end-date delimited by size
                  " status " delimited by size
                  probation-status delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "  Status: " delimited by size
                  employee-status delimited by size
                  "   Left: " delimited by size
                  termination-date delimited by size
                  " reason " delimited by size
                  termination-reason delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           perform end-pack-section
           .

       print-contact-history section.
           move "Contact Details History" to section-title
           perform start-pack-section
           open input contact-details
           if contact-status-key-1 not = "0"
               perform file-not-held
           else
               set end-of-read to false
               move subject-employee-number to contact-employee-number
               move zero to contact-effective-date
               start contact-details key is not less than contact-key
                   invalid key
                       set end-of-read to true
               end-start
               perform until end-of-read
                   read contact-details next record
                       at end
                           set end-of-read to true
                       not at end
                           if contact-employee-number
                                   = subject-employee-number
                               perform print-contact-entry
                           else
                               set end-of-read to true
                           end-if
                   end-read
               end-perform
               close contact-details
           end-if
           perform end-pack-section
           .

       print-contact-entry section.
           add 1 to section-entries
           move spaces to print-work-line
           string "  From " delimited by size
                  contact-effective-date delimited by size
                  ": " delimited by size
                  contact-address-line-1 delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "         " delimited by size
                  contact-address-line-2 delimited by size
                  " " delimited by size
                  contact-postcode delimited by size
                  "  Phone " delimited by size
                  contact-phone delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "         Emergency contact " delimited by size
                  emergency-contact-name delimited by size
                  " " delimited by size
                  emergency-contact-phone delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-salary-history section.
           move "Salary History" to section-title
           perform start-pack-section
           open input salary-history
           if history-status-key-1 not = "0"
               perform file-not-held
           else
               set end-of-read to false
               move subject-employee-number to history-employee-number
               move low-values to history-timestamp
               start salary-history
                       key is greater than salary-history-key
                   invalid key
                       set end-of-read to true
               end-start
               perform until end-of-read
                   read salary-history next record
                       at end
                           set end-of-read to true
                       not at end
                           if history-employee-number
                                   = subject-employee-number
                               perform print-salary-entry
                           else
                               set end-of-read to true
                           end-if
                   end-read
               end-perform
               close salary-history
           end-if
           perform end-pack-section
           .

       print-salary-entry section.
           add 1 to section-entries
           move history-old-salary to formatted-old-salary
           move history-new-salary to formatted-new-salary
           move spaces to print-work-line
           string "  " delimited by size
                  history-timestamp(1:8) delimited by size
                  ": " delimited by size
                  formatted-old-salary delimited by size
                  " -> " delimited by size
                  formatted-new-salary delimited by size
                  "  letter sent " delimited by size
                  history-notified delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-transfer-history section.
           move "Department Transfer History" to section-title
           perform start-pack-section
           open input transfer-history
           if transfer-status-key-1 not = "0"
               perform file-not-held
           else
               set end-of-read to false
               perform until end-of-read
                   read transfer-history
                       at end
                           set end-of-read to true
                       not at end
                           if transfer-employee-number
                                   = subject-employee-number
                               perform print-transfer-entry
                           end-if
                   end-read
               end-perform
               close transfer-history
           end-if
           perform end-pack-section
           .

       print-transfer-entry section.
           add 1 to section-entries
           move spaces to print-work-line
           string "  " delimited by size
                  transfer-effective-date delimited by size
                  ": " delimited by size
                  transfer-from-department delimited by size
                  " -> " delimited by size
                  transfer-to-department delimited by size
                  "  recorded " delimited by size
                  transfer-timestamp(1:8) delimited by size
                  "  letter sent " delimited by size
                  transfer-notified delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-payslips section.
           move "Payslips" to section-title
           perform start-pack-section
           open input payslip-file
           if payslip-status-key-1 not = "0"
               perform file-not-held
           else
               move "  Period Type         Gross    Deductions"
                 & "      Expenses           Net Cur" to print-work-line
               perform write-pack-line
               set end-of-read to false
               perform until end-of-read
                   read payslip-file
                       at end
                           set end-of-read to true
                       not at end
                           if payslip-employee-number
                                   = subject-employee-number
                               perform print-payslip-entry
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           perform end-pack-section
           .

       print-payslip-entry section.
           add 1 to section-entries
           move payslip-gross-amount to formatted-gross-amount
           move payslip-deduction-total to formatted-deduction-total
           move payslip-expense-amount to formatted-expense-amount
           move payslip-net-amount to formatted-net-amount
           move spaces to print-work-line
           move payslip-period to print-work-line(3:6)
           move payslip-run-type to print-work-line(11:1)
           move formatted-gross-amount to print-work-line(14:14)
           move formatted-deduction-total to print-work-line(28:14)
           move formatted-expense-amount to print-work-line(42:14)
           move formatted-net-amount to print-work-line(56:14)
           move payslip-currency-code to print-work-line(71:3)
           perform write-pack-line
           .

       print-payslip-deductions section.
           move "Payslip Deductions" to section-title
           perform start-pack-section
           open input payslip-deductions
           if slip-deductions-key-1 not = "0"
               perform file-not-held
           else
               set end-of-read to false
               perform until end-of-read
                   read payslip-deductions
                       at end
                           set end-of-read to true
                       not at end
                           if slip-deduction-employee
                                   = subject-employee-number
                               perform print-deduction-entry
                           end-if
                   end-read
               end-perform
               close payslip-deductions
           end-if
           perform end-pack-section
           .

       print-deduction-entry section.
           add 1 to section-entries
           move slip-deduction-amount to formatted-deduction-amount
           move spaces to print-work-line
           string "  " delimited by size
                  slip-deduction-period delimited by size
                  " " delimited by size
                  slip-deduction-run-type delimited by size
                  "  " delimited by size
                  slip-deduction-code delimited by size
                  " " delimited by size
                  formatted-deduction-amount delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

      *    Leave covers the balance, every request made and the days
      *    actually booked as taken.
       print-leave-records section.
           move "Leave Balance, Requests and Leave Taken"
               to section-title
           perform start-pack-section
           open input leave-balances
           if balance-status-key-1 = "0"
               move subject-employee-number to balance-employee-number
               read leave-balances
                   invalid key
                       continue
                   not invalid key
                       perform print-leave-balance
               end-read
               close leave-balances
           end-if
           open input leave-requests
           if request-status-key-1 = "0"
               set end-of-read to false
               perform until end-of-read
                   read leave-requests next record
                       at end
                           set end-of-read to true
                       not at end
                           if request-employee-number
                                   = subject-employee-number
                               perform print-leave-request
                           end-if
                   end-read
               end-perform
               close leave-requests
           end-if
           open input leave-transactions
           if leave-txn-key-1 = "0"
               set end-of-read to false
               perform until end-of-read
                   read leave-transactions
                       at end
                           set end-of-read to true
                       not at end
                           if leave-employee-number
                                   = subject-employee-number
                               perform print-leave-taken
                           end-if
                   end-read
               end-perform
               close leave-transactions
           end-if
           perform end-pack-section
           .

       print-leave-balance section.
           add 1 to section-entries
           move annual-entitlement to formatted-entitlement
           move accrued-days to formatted-days
           move taken-days to formatted-taken
           move spaces to print-work-line
           string "  Balance: entitlement " delimited by size
                  formatted-entitlement delimited by size
                  "  accrued " delimited by size
                  formatted-days delimited by size
                  "  taken " delimited by size
                  formatted-taken delimited by size
                  "  to period " delimited by size
                  last-accrual-period delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-leave-request section.
           add 1 to section-entries
           move request-days to formatted-request-days
           move spaces to print-work-line
           string "  Request " delimited by size
                  request-id delimited by size
                  ": " delimited by size
                  request-start-date delimited by size
                  " to " delimited by size
                  request-end-date delimited by size
                  " " delimited by size
                  formatted-request-days delimited by size
                  " days  status " delimited by size
                  request-status delimited by size
                  "  manager " delimited by size
                  request-manager-number delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-leave-taken section.
           add 1 to section-entries
           move leave-days-taken to formatted-request-days
           move spaces to print-work-line
           string "  Taken from " delimited by size
                  leave-start-date delimited by size
                  ": " delimited by size
                  formatted-request-days delimited by size
                  " days  recorded by " delimited by size
                  leave-operator-id delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-sickness-records section.
           move "Sickness Absence" to section-title
           perform start-pack-section
           open input sickness-absence
           if sickness-status-key-1 not = "0"
               perform file-not-held
           else
               set end-of-read to false
               perform until end-of-read
                   read sickness-absence
                       at end
                           set end-of-read to true
                       not at end
                           if sickness-employee-number
                                   = subject-employee-number
                               perform print-sickness-entry
                           end-if
                   end-read
               end-perform
               close sickness-absence
           end-if
           perform end-pack-section
           .

       print-sickness-entry section.
           add 1 to section-entries
           move spaces to print-work-line
           string "  " delimited by size
                  sickness-first-day delimited by size
                  " to " delimited by size
                  sickness-last-day delimited by size
                  "  certified " delimited by size
                  sickness-certified delimited by size
                  "  reason " delimited by size
                  sickness-reason-code delimited by size
                  "  recorded by " delimited by size
                  sickness-operator-id delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-training-completions section.
           move "Training Completions" to section-title
           perform start-pack-section
           open input training-completions
           if completions-status-key-1 not = "0"
               perform file-not-held
           else
               open input training-courses
               set end-of-read to false
               move subject-employee-number
                   to completion-employee-number
               move low-values to completion-course-code
               start training-completions
                       key is greater than completion-key
                   invalid key
                       set end-of-read to true
               end-start
               perform until end-of-read
                   read training-completions next record
                       at end
                           set end-of-read to true
                       not at end
                           if completion-employee-number
                                   = subject-employee-number
                               perform print-training-entry
                           else
                               set end-of-read to true
                           end-if
                   end-read
               end-perform
               close training-completions
               if courses-status-key-1 = "0"
                   close training-courses
               end-if
           end-if
           perform end-pack-section
           .

       print-training-entry section.
           add 1 to section-entries
           move spaces to description-text
           if courses-status-key-1 = "0"
               move completion-course-code to course-code
               read training-courses
                   invalid key
                       continue
                   not invalid key
                       move course-description to description-text
               end-read
           end-if
           move spaces to print-work-line
           string "  " delimited by size
                  completion-course-code delimited by size
                  " " delimited by size
                  description-text delimited by size
                  " completed " delimited by size
                  completion-date delimited by size
                  " expires " delimited by size
                  completion-expiry-date delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-garnishments section.
           move "Garnishment Orders and Deductions" to section-title
           perform start-pack-section
           open input garnishment-orders
           if orders-status-key-1 = "0"
               set end-of-read to false
               move subject-employee-number to order-employee-number
               move low-values to order-reference
               start garnishment-orders key is greater than order-key
                   invalid key
                       set end-of-read to true
               end-start
               perform until end-of-read
                   read garnishment-orders next record
                       at end
                           set end-of-read to true
                       not at end
                           if order-employee-number
                                   = subject-employee-number
                               perform print-garnishment-order
                           else
                               set end-of-read to true
                           end-if
                   end-read
               end-perform
               close garnishment-orders
           end-if
           open input garnishment-history
           if garn-history-key-1 = "0"
               set end-of-read to false
               perform until end-of-read
                   read garnishment-history
                       at end
                           set end-of-read to true
                       not at end
                           if garn-history-employee
                                   = subject-employee-number
                               perform print-garnishment-deduction
                           end-if
                   end-read
               end-perform
               close garnishment-history
           end-if
           perform end-pack-section
           .

       print-garnishment-order section.
           add 1 to section-entries
           move order-total-owed to formatted-owed
           move order-balance-remaining to formatted-balance
           move order-protected-earnings to formatted-protected
           move spaces to print-work-line
           string "  Order " delimited by size
                  order-reference delimited by size
                  " priority " delimited by size
                  order-priority delimited by size
                  " owed " delimited by size
                  formatted-owed delimited by size
                  " balance " delimited by size
                  formatted-balance delimited by size
                  " status " delimited by size
                  order-status delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move spaces to print-work-line
           string "        protected earnings " delimited by size
                  formatted-protected delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-garnishment-deduction section.
           add 1 to section-entries
           move garn-history-amount to formatted-owed
           move garn-history-balance to formatted-balance
           move spaces to print-work-line
           string "  Period " delimited by size
                  garn-history-period delimited by size
                  " order " delimited by size
                  garn-history-reference delimited by size
                  " deducted " delimited by size
                  formatted-owed delimited by size
                  " balance " delimited by size
                  formatted-balance delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

      *    Closed audit years are held in audit-archive.yyyy.dat, so
      *    every year from the hire year is searched as well as the
      *    live log.
       print-audit-trail section.
           move "Audit Trail Entries" to section-title
           perform start-pack-section
           move hire-date(1:4) to audit-scan-year
           if audit-scan-year = zero or audit-scan-year > current-year
               move current-year to audit-scan-year
           end-if
           perform varying audit-scan-year from audit-scan-year by 1
                   until audit-scan-year not < current-year
               perform scan-archived-audit-year
           end-perform
           open input audit-log
           if audit-status-key-1 = "0"
               set end-of-read to false
               perform until end-of-read
                   read audit-log into audit-entry
                       at end
                           set end-of-read to true
                       not at end
                           if audit-employee-number
                                   = subject-employee-number
                               perform print-audit-entry
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if
           perform end-pack-section
           .

       scan-archived-audit-year section.
           move spaces to archive-file-name
           string "audit-archive." delimited by size
                  audit-scan-year delimited by size
                  ".dat" delimited by size
                  into archive-file-name
           end-string
           open input audit-archive
           if audit-archive-key-1 = "0"
               set end-of-read to false
               perform until end-of-read
                   read audit-archive into audit-entry
                       at end
                           set end-of-read to true
                       not at end
                           if audit-employee-number
                                   = subject-employee-number
                               perform print-audit-entry
                           end-if
                   end-read
               end-perform
               close audit-archive
           end-if
           .

       print-audit-entry section.
           add 1 to section-entries
           move spaces to print-work-line
           string "  " delimited by size
                  audit-timestamp(1:8) delimited by size
                  " " delimited by size
                  audit-field-changed delimited by size
                  " " delimited by size
                  audit-old-value delimited by size
                  " " delimited by size
                  audit-new-value delimited by size
                  " " delimited by size
                  audit-operator-id delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           .

       print-pack-summary section.
           move spaces to print-work-line
           perform write-pack-line
           move all "-" to print-work-line
           perform write-pack-line
           move spaces to print-work-line
           string "Sections with data: " delimited by size
                  sections-with-data delimited by size
                  "   Sections with no records held: "
                      delimited by size
                  sections-without-data delimited by size
                  into print-work-line
           end-string
           perform write-pack-line
           move "===== End of Subject Access Pack ====="
               to print-work-line
           perform write-pack-line
           .

       register-report-run section.
           set catalog-open-action to true
           move "SUBJECT-ACCESS-PACK" to catalog-report-name
           move "subject-access-pack.txt" to catalog-base-file-name
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move operator-id to catalog-operator-id
           move 1 to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .
