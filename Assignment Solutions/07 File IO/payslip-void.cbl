       input-output section.
           select payslip-voids
               assign "payslip-voids.dat"
               organization indexed
               access dynamic
               record key void-id
               file status voids-file-status.
           select payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status payslip-file-status.
           select payslip-deductions
               assign "payslip-deductions.dat"
               organization sequential
               file status slip-deductions-status.
           select employee-ytd
               assign "employee-ytd.dat"
               organization indexed
               access dynamic
               record key ytd-employee-number
               file status ytd-file-status.
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
           select void-journal
               assign journal-file-name
               organization sequential
               file status journal-file-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  payslip-voids.
       copy payslip-void-record.

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

       FD  department-master.
       01  department-master-record.
           05  master-department-code      pic X(4).
           05  department-name             pic X(20).
           05  department-manager          pic X(30).
           05  department-cost-centre      pic X(6).

       FD  employee-data.
       copy employee-record.

       FD  void-journal.
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

       working-storage section.
       78  MAX-SLIP-DEDUCTIONS         value 15.
       01  void-selection              pic 9 value 0.
           88  request-void            value 1.
           88  review-voids            value 2.
           88  reissue-payslip         value 3.
           88  list-voids              value 4.
           88  exit-voids              value 5.
           88  valid-void-selection    values 1 thru 5.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  void-company-code           pic X(2) value spaces.
       01  journal-file-name           pic X(40)
               value "payslip-void-journal.dat".
       01  company-check-employee      pic 9(5).
       01  employee-company-flag       pic X value "Y".
           88  employee-in-company     value "Y" false "N".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  run-timestamp               pic X(21).
       01  run-year                    pic 9(4).
       01  employee-entry              pic 9(5).
       01  period-entry                pic 9(6).
       01  void-id-entry               pic 9(5).
       01  next-void-id                pic 9(5).
       01  review-decision             pic X value space.
           88  decision-approve        value "A" "a".
           88  decision-reject         value "R" "r".
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  slip-found-flag             pic X value "N".
           88  slip-to-void-found      value "Y" false "N".
       01  void-exists-flag            pic X value "N".
           88  void-already-raised     value "Y" false "N".
       01  reason-code-entry           pic X(4).
       01  reason-text-entry           pic X(30).
       01  original-slip.
           05  original-first-name     pic X(20).
           05  original-last-name      pic X(20).
           05  original-department-code pic X(4).
           05  original-currency-code  pic X(3).
           05  original-gross-amount   pic S9(7)V9(2).
           05  original-deduction-total pic S9(7)V9(2).
           05  original-net-amount     pic S9(7)V9(2).
           05  original-expense-amount pic S9(7)V9(2).
           05  original-timestamp      pic X(21).
           05  original-pay-frequency  pic X.
       01  void-slip-frequency         pic X value "M".
       01  corrected-deduction-table.
           05  corrected-deduction-count pic 9(2) value 0.
           05  corrected-deduction-entry occurs 15
                                       indexed by corrected-index.
               10  corrected-code      pic X(4).
               10  corrected-amount    pic 9(7)V9(2).
       01  corrected-gross             pic 9(7)V9(2).
       01  corrected-deduction-total   pic 9(7)V9(2).
       01  corrected-net               pic S9(7)V9(2).
       01  net-difference              pic S9(7)V9(2).
       01  added-code-entry            pic X(4).
       01  value-raw-entry             pic X(10).
       01  value-is-numeric-flag       pic X.
           88  value-entry-is-numeric  value "Y".
       01  ytd-lookup-code             pic X(4).
       01  ytd-adjust-amount           pic S9(9)V9(2).
       01  ytd-found-flag              pic X value "N".
           88  ytd-code-found          value "Y".
       01  ytd-record-flag             pic X value "N".
           88  ytd-record-usable       value "Y" false "N".
       01  journal-reversal-flag       pic X value "N".
           88  journal-is-reversal     value "Y" false "N".
       01  journal-cost-centre         pic X(6).
       01  journal-line-account        pic X(10).
       01  journal-line-ref            pic X(6).
       01  journal-line-amount         pic 9(11)V9(2).
       01  journal-line-side           pic X.
           88  journal-line-debit      value "D".
           88  journal-line-credit     value "C".
       01  journal-lines-written       pic 9(7) value 0.
       01  journal-hash-accumulator    pic 9(13)V9(2) value 0.
       01  voids-listed                pic 9(5) value 0.
       01  voids-reviewed              pic 9(5) value 0.
       01  formatted-gross-amount      pic Z(2),ZZZ,ZZ9.99.
       01  formatted-net-amount        pic Z(2),ZZZ,ZZ9.99.
       01  formatted-amount            pic Z(2),ZZZ,ZZ9.99.
       01  formatted-difference        pic -(2),---,--9.99.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  payslip-read-status         pic 9 value 0.
           88  end-of-payslips         value 1 false 0.
       01  deduction-read-status       pic 9 value 0.
           88  end-of-deductions       value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  voids-file-status.
           05  voids-status-key-1      pic X.
           05  voids-status-key-2      pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  slip-deductions-status.
           05  slip-deductions-key-1   pic X.
           05  slip-deductions-key-2   pic X.
       01  ytd-file-status.
           05  ytd-status-key-1        pic X.
           05  ytd-status-key-2        pic X.
       01  department-file-status.
           05  department-status-key-1 pic X.
           05  department-status-key-2 pic X.
       01  journal-file-status.
           05  journal-status-key-1    pic X.
           05  journal-status-key-2    pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.
       01  employee-file-status.
           05  employee-status-key-1   pic X.
           05  employee-status-key-2   pic X.
       copy company-entity-request.

       procedure division.
           display "===== Payslip Void and Reissue ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role
           perform select-void-company

           open i-o payslip-voids
           if voids-status-key-1 = "3"
               open output payslip-voids
               close payslip-voids
               open i-o payslip-voids
           end-if
           if voids-status-key-1 not = "0"
               display "Error code " voids-file-status
                       " opening payslip-voids.dat."
               goback
           end-if
           open input employee-data
           if employee-status-key-1 = "0"
               set employee-data-open to true
           else
               display "No employee master found - every payslip "
                       "taken to be the primary employer's."
           end-if

           perform until exit-voids
               perform prompt-for-void-function
               evaluate true
                   when not valid-void-selection
                       display "Invalid Function."
                   when request-void
                       perform raise-void-request
                   when review-voids
                       perform review-pending-voids
                   when reissue-payslip
                       perform issue-corrected-payslip
                   when list-voids
                       perform list-void-requests
               end-evaluate
           end-perform

           close payslip-voids
           if employee-data-open
               close employee-data
               set employee-data-open to false
           end-if
           display "Exiting payslip void and reissue..."
           goback
           .

       load-operator-role section.
           move "N" to operator-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               move "I" to operator-role
           else
               perform until end-of-permissions or operator-on-file
                   read operator-permissions
                       at end
                           set end-of-permissions to true
                       not at end
                           if permission-operator-id = operator-id
                               set operator-on-file to true
                               if operator-enabled
                                   move permission-role
                                       to operator-role
                               else
                                   move "I" to operator-role
                               end-if
                           end-if
                   end-read
               end-perform
               close operator-permissions
           end-if
           if not operator-on-file
               move "I" to operator-role
           end-if
           .

      *    The operator works on one company's slips, and only on a
      *    company they are authorised for; its reversals and
      *    reissues are journalled to that company's ledger.
       select-void-company section.
           display "Please enter the company code (blank for the "
                   "primary employer):"
           move spaces to void-company-code
           accept void-company-code
           move void-company-code to entity-company-code
           move operator-id to entity-operator-id
           move "M" to entity-pay-frequency
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " void-company-code " is not "
                       "open to operator " operator-id
                       " - voids refused."
               goback
           end-if
           move entity-company-code to void-company-code
           set entity-file-name-action to true
           move journal-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to journal-file-name
           display "Voids for company " entity-company-code " "
                   entity-company-name
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
                       if company-code = void-company-code
                               or (company-code = spaces
                                   and entity-is-primary)
                           set employee-in-company to true
                       else
                           set employee-in-company to false
                       end-if
               end-read
           end-if
           .

       prompt-for-void-function section.
           display "Payslip void - would you like to:"
           display "- [1] Request a void"
           display "- [2] Approve or reject pending voids"
           display "- [3] Issue a corrected payslip"
           display "- [4] List void requests"
           display "- [5] Exit"
           accept void-selection
           .

      *    A void may only be raised against a main-run slip in the
      *    current tax year, since the year-to-date totals are backed
      *    out when it is approved.
       raise-void-request section.
           move function current-date to run-timestamp
           move run-timestamp(1:4) to run-year
           display "Please enter the employee number:"
           accept employee-entry
           display "Please enter the pay period of the slip (yyyymm):"
           accept period-entry
           move employee-entry to company-check-employee
           perform check-employee-company
           evaluate true
               when not employee-in-company
                   display "Employee " employee-entry " is not "
                           "employed by company " void-company-code
                           " - request refused."
               when period-entry(1:4) not = run-year
                   display "Period " period-entry " is not in tax "
                           "year " run-year " - correct it with a "
                           "supplementary payment instead."
               when other
                   perform find-void-for-slip
                   if void-already-raised
                       display "A void is already on file for "
                               "employee " employee-entry " period "
                               period-entry " - request refused."
                   else
                       perform find-slip-to-void
                       if not slip-to-void-found
                           display "No main-run payslip on file for "
                                   "employee " employee-entry
                                   " period " period-entry "."
                       else
                           perform capture-void-request
                       end-if
                   end-if
           end-evaluate
           .

       find-void-for-slip section.
           set void-already-raised to false
           set end-of-browse to false
           move low-values to void-id
           start payslip-voids key is greater than void-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse or void-already-raised
               read payslip-voids next record
                   at end
                       set end-of-browse to true
                   not at end
                       if void-employee-number = employee-entry
                               and void-period = period-entry
                               and not void-rejected
                           set void-already-raised to true
                       end-if
               end-read
           end-perform
           .

       find-slip-to-void section.
           set slip-to-void-found to false
           set end-of-payslips to false
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
                           if payslip-employee-number = employee-entry
                                   and payslip-period = period-entry
                                   and main-run-slip
                               perform save-original-slip
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           .

       save-original-slip section.
           set slip-to-void-found to true
           move payslip-first-name to original-first-name
           move payslip-last-name to original-last-name
           move payslip-department-code to original-department-code
           move payslip-currency-code to original-currency-code
           move payslip-gross-amount to original-gross-amount
           move payslip-deduction-total to original-deduction-total
           move payslip-net-amount to original-net-amount
           move payslip-expense-amount to original-expense-amount
           move payslip-timestamp to original-timestamp
           move payslip-pay-frequency to original-pay-frequency
           .

       capture-void-request section.
           move original-gross-amount to formatted-gross-amount
           move original-net-amount to formatted-net-amount
           display "Slip " period-entry " for " employee-entry " "
                   function trim(original-first-name) " "
                   function trim(original-last-name)
           display "     gross " formatted-gross-amount " net "
                   formatted-net-amount " " original-currency-code
           display "Please enter the reason code (CALC, HOUR, DEDN, "
                   "RATE, OTHR):"
           move spaces to reason-code-entry
           accept reason-code-entry
           move reason-code-entry to void-reason-code
           if not valid-void-reason
               display "Unknown reason code " reason-code-entry
                       " - request cancelled."
           else
               display "Please enter a short description of the "
                       "error:"
               move spaces to reason-text-entry
               accept reason-text-entry
               perform find-next-void-id
               perform write-void-request
           end-if
           .

       find-next-void-id section.
           move zero to next-void-id
           set end-of-browse to false
           move low-values to void-id
           start payslip-voids key is greater than void-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read payslip-voids next record
                   at end
                       set end-of-browse to true
                   not at end
                       if void-id > next-void-id
                           move void-id to next-void-id
                       end-if
               end-read
           end-perform
           add 1 to next-void-id
           .

       write-void-request section.
           initialize payslip-void-record
           move reason-code-entry to void-reason-code
           move reason-text-entry to void-reason-text
           move next-void-id to void-id
           move employee-entry to void-employee-number
           move period-entry to void-period
           move original-timestamp to void-slip-timestamp
           move original-first-name to void-first-name
           move original-last-name to void-last-name
           move original-department-code to void-department-code
           move original-currency-code to void-currency-code
           move original-gross-amount to void-original-gross
           move original-deduction-total to void-original-deductions
           move original-net-amount to void-original-net
           move original-expense-amount to void-original-expense
           perform load-original-deductions
           set void-pending to true
           move operator-id to void-requested-by
           move run-timestamp to void-requested-timestamp
           write payslip-void-record
               invalid key
                   display "Failure to record void request."
               not invalid key
                   display "Void request " void-id " recorded for "
                           "employee " void-employee-number " period "
                           void-period " - awaiting supervisor "
                           "approval."
           end-write
           .

       load-original-deductions section.
           move zero to void-deduction-count
           set end-of-deductions to false
           open input payslip-deductions
           if slip-deductions-key-1 = "0"
               perform until end-of-deductions
                   read payslip-deductions
                       at end
                           set end-of-deductions to true
                       not at end
                           if slip-deduction-employee = employee-entry
                                   and slip-deduction-period
                                       = period-entry
                                   and main-run-deduction
                                   and slip-deduction-frequency
                                       = original-pay-frequency
                               perform store-original-deduction
                           end-if
                   end-read
               end-perform
               close payslip-deductions
           end-if
           .

       store-original-deduction section.
           if void-deduction-count < MAX-SLIP-DEDUCTIONS
               add 1 to void-deduction-count
               set void-ded-index to void-deduction-count
               move slip-deduction-code
                   to void-deduction-code(void-ded-index)
               move slip-deduction-amount
                   to void-deduction-amount(void-ded-index)
           end-if
           .

       review-pending-voids section.
           if not role-supervisor
               display "Operator " operator-id " is not a "
                       "supervisor - review refused."
           else
               move zero to voids-reviewed
               set end-of-browse to false
               move low-values to void-id
               start payslip-voids key is greater than void-id
                   invalid key
                       set end-of-browse to true
               end-start
               perform until end-of-browse
                   read payslip-voids next record
                       at end
                           set end-of-browse to true
                       not at end
                           if void-pending
                               move void-employee-number
                                   to company-check-employee
                               perform check-employee-company
                               if employee-in-company
                                   add 1 to voids-reviewed
                                   perform review-one-void
                               end-if
                           end-if
                   end-read
               end-perform
               if voids-reviewed = zero
                   display "No void requests awaiting approval."
               end-if
           end-if
           .

       review-one-void section.
           perform display-one-void
           if void-requested-by = operator-id
               display "Void " void-id " was requested by you - "
                       "another supervisor must approve it."
           else
               display "[A]pprove, [R]eject or press enter to skip:"
               move space to review-decision
               accept review-decision
               evaluate true
                   when decision-approve
                       perform approve-one-void
                   when decision-reject
                       set void-rejected to true
                       move operator-id to void-approved-by
                       move function current-date
                           to void-approved-timestamp
                       rewrite payslip-void-record
                       display "Void " void-id " rejected."
               end-evaluate
           end-if
           .

      *    Approval reverses the original slip in full: a negative
      *    slip and deduction lines, the year-to-date totals backed
      *    out and a reversing journal for the general ledger.
       approve-one-void section.
           move function current-date to run-timestamp
           set journal-is-reversal to true
           perform write-reversal-slip
           perform reverse-ytd-totals
           perform write-slip-journal
           set void-approved to true
           move operator-id to void-approved-by
           move run-timestamp to void-approved-timestamp
           rewrite payslip-void-record
           display "Void " void-id " approved - slip reversed. Issue "
                   "the corrected payslip with option 3."
           .

      *    Reversal and corrected slips follow the pay frequency of
      *    the original slip, found again from its run timestamp.
       find-void-slip-frequency section.
           move "M" to void-slip-frequency
           set end-of-payslips to false
           open input payslip-file
           if payslip-status-key-1 = "0"
               perform until end-of-payslips
                   read payslip-file
                       at end
                           set end-of-payslips to true
                       not at end
                           if payslip-employee-number
                                   = void-employee-number
                                   and payslip-period = void-period
                                   and payslip-timestamp
                                       = void-slip-timestamp
                                   and main-run-slip
                               move payslip-pay-frequency
                                   to void-slip-frequency
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           .

       write-reversal-slip section.
           perform find-void-slip-frequency
           open extend payslip-file
           if payslip-status-key-1 not = "0"
               display "Error code " payslip-file-status
                       " opening payslip-file.dat."
           else
               move void-period to payslip-period
               move void-employee-number to payslip-employee-number
               move void-first-name to payslip-first-name
               move void-last-name to payslip-last-name
               move void-department-code to payslip-department-code
               move void-currency-code to payslip-currency-code
               compute payslip-gross-amount = 0 - void-original-gross
               compute payslip-deduction-total =
                   0 - void-original-deductions
               compute payslip-net-amount = 0 - void-original-net
               compute payslip-expense-amount =
                   0 - void-original-expense
               move run-timestamp to payslip-timestamp
               set void-reversal-slip to true
               move void-slip-frequency to payslip-pay-frequency
               write payslip-record
               close payslip-file
           end-if
           open extend payslip-deductions
           if slip-deductions-key-1 = "3"
               open output payslip-deductions
               close payslip-deductions
               open extend payslip-deductions
           end-if
           perform varying void-ded-index from 1 by 1
                   until void-ded-index > void-deduction-count
               move void-period to slip-deduction-period
               move void-employee-number to slip-deduction-employee
               move void-deduction-code(void-ded-index)
                   to slip-deduction-code
               compute slip-deduction-amount =
                   0 - void-deduction-amount(void-ded-index)
               set void-reversal-deduction to true
               move void-slip-frequency to slip-deduction-frequency
               write payslip-deduction-record
           end-perform
           close payslip-deductions
           .

       reverse-ytd-totals section.
           perform open-ytd-record
           if ytd-record-usable
               if void-original-gross > ytd-gross-amount
                   move zero to ytd-gross-amount
               else
                   subtract void-original-gross from ytd-gross-amount
               end-if
               subtract void-original-net from ytd-net-amount
               perform varying void-ded-index from 1 by 1
                       until void-ded-index > void-deduction-count
                   move void-deduction-code(void-ded-index)
                       to ytd-lookup-code
                   compute ytd-adjust-amount =
                       0 - void-deduction-amount(void-ded-index)
                   perform adjust-ytd-deduction
               end-perform
               rewrite employee-ytd-record
           end-if
           close employee-ytd
           .

       open-ytd-record section.
           set ytd-record-usable to false
           open i-o employee-ytd
           if ytd-status-key-1 = "3"
               open output employee-ytd
               close employee-ytd
               open i-o employee-ytd
           end-if
           move void-employee-number to ytd-employee-number
           read employee-ytd
               invalid key
                   if journal-is-reversal
                       display "No year-to-date record for employee "
                               void-employee-number " - totals not "
                               "adjusted."
                   else
                       initialize employee-ytd-record
                       move void-employee-number
                           to ytd-employee-number
                       move void-period(1:4) to ytd-year
                       write employee-ytd-record
                       set ytd-record-usable to true
                   end-if
               not invalid key
                   if ytd-year = void-period(1:4)
                       set ytd-record-usable to true
                   else
                       display "Year-to-date record for employee "
                               void-employee-number " is for "
                               ytd-year " - totals not adjusted."
                   end-if
           end-read
           .

       adjust-ytd-deduction section.
           move "N" to ytd-found-flag
           perform varying ytd-ded-index from 1 by 1
                   until ytd-ded-index > ytd-deduction-count
                       or ytd-code-found
               if ytd-deduction-code(ytd-ded-index) = ytd-lookup-code
                   move "Y" to ytd-found-flag
                   set ytd-ded-index down by 1
               end-if
           end-perform
           if not ytd-code-found and ytd-adjust-amount > zero
               if ytd-deduction-count < MAX-SLIP-DEDUCTIONS
                   add 1 to ytd-deduction-count
                   set ytd-ded-index to ytd-deduction-count
                   move ytd-lookup-code
                       to ytd-deduction-code(ytd-ded-index)
                   move zero to ytd-deduction-amount(ytd-ded-index)
                   move "Y" to ytd-found-flag
               end-if
           end-if
           if ytd-code-found
               if ytd-deduction-amount(ytd-ded-index)
                       + ytd-adjust-amount < zero
                   move zero to ytd-deduction-amount(ytd-ded-index)
               else
                   add ytd-adjust-amount
                       to ytd-deduction-amount(ytd-ded-index)
               end-if
           end-if
           .

      *    Reissue takes the corrected gross and deduction amounts,
      *    each defaulting to the original, and writes a corrected
      *    slip in the original period.
       issue-corrected-payslip section.
           display "Please enter the void id to reissue:"
           accept void-id-entry
           move void-id-entry to void-id
           read payslip-voids
               invalid key
                   display "Void " void-id-entry " not found."
               not invalid key
                   move void-employee-number to company-check-employee
                   perform check-employee-company
                   evaluate true
                       when not employee-in-company
                           display "Void " void-id " is not for "
                                   "company " void-company-code "."
                       when not void-approved
                           display "Void " void-id " is not approved "
                                   "and awaiting reissue - status "
                                   void-status "."
                       when other
                           perform display-one-void
                           perform capture-corrected-amounts
                           if field-entry-blank
                               display "Reissue cancelled."
                           else
                               perform write-corrected-payslip
                           end-if
                   end-evaluate
           end-read
           .

       capture-corrected-amounts section.
           move "N" to entry-was-blank
           move void-original-gross to corrected-gross
           move void-original-gross to formatted-amount
           display "Corrected gross (enter for " formatted-amount
                   "):"
           perform accept-optional-amount
           if not field-entry-blank and value-raw-entry not = spaces
               compute corrected-gross = function numval(
                   function trim(value-raw-entry))
           end-if
           move zero to corrected-deduction-count
           perform varying void-ded-index from 1 by 1
                   until void-ded-index > void-deduction-count
                       or field-entry-blank
               add 1 to corrected-deduction-count
               set corrected-index to corrected-deduction-count
               move void-deduction-code(void-ded-index)
                   to corrected-code(corrected-index)
               move void-deduction-amount(void-ded-index)
                   to corrected-amount(corrected-index)
               move void-deduction-amount(void-ded-index)
                   to formatted-amount
               display "Corrected " void-deduction-code(void-ded-index)
                       " (enter for " formatted-amount "):"
               perform accept-optional-amount
               if not field-entry-blank
                       and value-raw-entry not = spaces
                   compute corrected-amount(corrected-index) =
                       function numval(function trim(value-raw-entry))
               end-if
           end-perform
           move "X" to added-code-entry
           perform until field-entry-blank
                   or added-code-entry = spaces
                   or corrected-deduction-count
                       not < MAX-SLIP-DEDUCTIONS
               display "Additional deduction code (enter to finish):"
               move spaces to added-code-entry
               accept added-code-entry
               if added-code-entry not = spaces
                   display "Amount for " added-code-entry ":"
                   perform accept-optional-amount
                   if not field-entry-blank
                           and value-raw-entry not = spaces
                       add 1 to corrected-deduction-count
                       set corrected-index
                           to corrected-deduction-count
                       move added-code-entry
                           to corrected-code(corrected-index)
                       compute corrected-amount(corrected-index) =
                           function numval(
                               function trim(value-raw-entry))
                   end-if
               end-if
           end-perform
           if not field-entry-blank
               move zero to corrected-deduction-total
               perform varying corrected-index from 1 by 1
                       until corrected-index > corrected-deduction-count
                   add corrected-amount(corrected-index)
                       to corrected-deduction-total
               end-perform
               compute corrected-net = corrected-gross
                   - corrected-deduction-total + void-original-expense
               if corrected-net < zero
                   display "Deductions exceed the corrected gross - "
                           "reissue refused."
                   set field-entry-blank to true
               end-if
           end-if
           .

       accept-optional-amount section.
           move spaces to value-raw-entry
           accept value-raw-entry
           if value-raw-entry not = spaces
               call "verify-numeric-variable"
                       using by reference value-raw-entry
                             by reference value-is-numeric-flag
               if not value-entry-is-numeric
                   display "Value must be numeric - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           .

       write-corrected-payslip section.
           perform find-void-slip-frequency
           move function current-date to run-timestamp
           set journal-is-reversal to false
           open extend payslip-file
           move void-period to payslip-period
           move void-employee-number to payslip-employee-number
           move void-first-name to payslip-first-name
           move void-last-name to payslip-last-name
           move void-department-code to payslip-department-code
           move void-currency-code to payslip-currency-code
           move corrected-gross to payslip-gross-amount
           move corrected-deduction-total to payslip-deduction-total
           move corrected-net to payslip-net-amount
           move void-original-expense to payslip-expense-amount
           move run-timestamp to payslip-timestamp
           set corrected-slip to true
           move void-slip-frequency to payslip-pay-frequency
           write payslip-record
           close payslip-file

           open extend payslip-deductions
           perform varying corrected-index from 1 by 1
                   until corrected-index > corrected-deduction-count
               if corrected-amount(corrected-index) > zero
                   move void-period to slip-deduction-period
                   move void-employee-number
                       to slip-deduction-employee
                   move corrected-code(corrected-index)
                       to slip-deduction-code
                   move corrected-amount(corrected-index)
                       to slip-deduction-amount
                   set corrected-deduction to true
                   move void-slip-frequency
                       to slip-deduction-frequency
                   write payslip-deduction-record
               end-if
           end-perform
           close payslip-deductions

           perform open-ytd-record
           if ytd-record-usable
               add corrected-gross to ytd-gross-amount
               add corrected-net to ytd-net-amount
               perform varying corrected-index from 1 by 1
                       until corrected-index > corrected-deduction-count
                   move corrected-code(corrected-index)
                       to ytd-lookup-code
                   move corrected-amount(corrected-index)
                       to ytd-adjust-amount
                   perform adjust-ytd-deduction
               end-perform
               rewrite employee-ytd-record
           end-if
           close employee-ytd

           perform write-slip-journal
           move corrected-gross to void-corrected-gross
           move corrected-net to void-corrected-net
           set void-reissued to true
           move operator-id to void-reissued-by
           move run-timestamp to void-reissued-timestamp
           rewrite payslip-void-record
           compute net-difference = corrected-net - void-original-net
           move corrected-net to formatted-net-amount
           move net-difference to formatted-difference
           display "Corrected payslip issued for employee "
                   void-employee-number " period " void-period
                   " - net " formatted-net-amount
           display "Difference to settle against the original "
                   "payment: " formatted-difference " "
                   void-currency-code
           .

      *    The journal batch is appended so that every reversal and
      *    reissue is posted; a reversal swaps debits and credits.
       write-slip-journal section.
           move zero to journal-lines-written
           move zero to journal-hash-accumulator
           open extend void-journal
           if journal-status-key-1 = "3"
               open output void-journal
               close void-journal
               open extend void-journal
           end-if
           move spaces to journal-header-record
           move "H" to journal-header-type
           move void-period to journal-period
           move run-timestamp(1:8) to journal-run-date
           move void-company-code to journal-company-code
           write journal-header-record

           perform find-journal-cost-centre
           move "SALARY-EXP" to journal-line-account
           move journal-cost-centre to journal-line-ref
           if journal-is-reversal
               move void-original-gross to journal-line-amount
           else
               move corrected-gross to journal-line-amount
           end-if
           set journal-line-debit to true
           perform write-journal-line

           if void-original-expense > zero
               move "EXPENSES" to journal-line-account
               move spaces to journal-line-ref
               move void-original-expense to journal-line-amount
               set journal-line-debit to true
               perform write-journal-line
           end-if

           if journal-is-reversal
               perform varying void-ded-index from 1 by 1
                       until void-ded-index > void-deduction-count
                   move "DEDN-LIAB" to journal-line-account
                   move void-deduction-code(void-ded-index)
                       to journal-line-ref
                   move void-deduction-amount(void-ded-index)
                       to journal-line-amount
                   set journal-line-credit to true
                   perform write-journal-line
               end-perform
           else
               perform varying corrected-index from 1 by 1
                       until corrected-index > corrected-deduction-count
                   move "DEDN-LIAB" to journal-line-account
                   move corrected-code(corrected-index)
                       to journal-line-ref
                   move corrected-amount(corrected-index)
                       to journal-line-amount
                   set journal-line-credit to true
                   perform write-journal-line
               end-perform
           end-if

           move "NET-CLEAR" to journal-line-account
           move spaces to journal-line-ref
           if journal-is-reversal
               move void-original-net to journal-line-amount
           else
               move corrected-net to journal-line-amount
           end-if
           set journal-line-credit to true
           perform write-journal-line

           move spaces to journal-trailer-record
           move "T" to journal-trailer-type
           move journal-lines-written to journal-line-count
           move journal-hash-accumulator to journal-hash-total
           write journal-trailer-record
           close void-journal
           .

       find-journal-cost-centre section.
           move void-department-code to journal-cost-centre
           open input department-master
           if department-status-key-1 = "0"
               move void-department-code to master-department-code
               read department-master
                   invalid key
                       continue
                   not invalid key
                       move department-cost-centre
                           to journal-cost-centre
               end-read
               close department-master
           end-if
           .

       write-journal-line section.
           if journal-line-amount > zero
               if journal-is-reversal
                   if journal-line-debit
                       set journal-line-credit to true
                   else
                       set journal-line-debit to true
                   end-if
               end-if
               move spaces to journal-detail-record
               move "D" to journal-detail-type
               move journal-line-account to journal-account-type
               move journal-line-ref to journal-account-ref
               if journal-line-debit
                   move journal-line-amount to journal-debit-amount
                   move zero to journal-credit-amount
               else
                   move zero to journal-debit-amount
                   move journal-line-amount to journal-credit-amount
               end-if
               write journal-detail-record
               add 1 to journal-lines-written
               add journal-line-amount to journal-hash-accumulator
           end-if
           .

       display-one-void section.
           move void-original-gross to formatted-gross-amount
           move void-original-net to formatted-net-amount
           display "Void " void-id ": employee " void-employee-number
                   " " function trim(void-first-name) " "
                   function trim(void-last-name) " period "
                   void-period " status " void-status
           display "     reason " void-reason-code " "
                   void-reason-text
           display "     original gross " formatted-gross-amount
                   " net " formatted-net-amount " "
                   void-currency-code " requested by "
                   void-requested-by
           .

       list-void-requests section.
           move zero to voids-listed
           set end-of-browse to false
           move low-values to void-id
           start payslip-voids key is greater than void-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read payslip-voids next record
                   at end
                       set end-of-browse to true
                   not at end
                       move void-employee-number
                           to company-check-employee
                       perform check-employee-company
                       if employee-in-company
                           add 1 to voids-listed
                           perform display-one-void
                       end-if
               end-read
           end-perform
           if voids-listed = zero
               display "No void requests on file."
           end-if
           .
