       input-output section.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.
           select operator-activity
               assign "operator-activity.dat"
               organization sequential
               file status activity-file-status.
           select company-master
               assign "company-master.dat"
               organization indexed
               access sequential
               record key master-company-code
               file status company-file-status.
           select payroll-approvals
               assign approvals-file-name
               organization sequential
               file status approvals-file-status.
           select audit-log
               assign "employee-audit.dat"
               organization sequential
               file status audit-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select review-signoffs
               assign "access-review-signoffs.dat"
               organization sequential
               file status signoff-file-status.
           select access-review-print
               assign catalog-output-file-name
               organization line sequential
               file status review-print-status.

       file section.
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

       FD  operator-activity.
       01  operator-activity-record.
           05  activity-operator-id    pic X(8).
           05  activity-event          pic X(8).
           05  activity-access-count   pic 9(5).
           05  activity-amend-count    pic 9(5).
           05  activity-insert-count   pic 9(5).
           05  activity-delete-count   pic 9(5).
           05  activity-browse-count   pic 9(5).
           05  activity-timestamp      pic X(21).

       FD  company-master.
       copy company-master-record.

       FD  payroll-approvals.
       01  payroll-approval-record.
           05  approval-period         pic 9(6).
           05  approval-event          pic X.
               88  trial-recorded      value "T".
               88  run-approved        value "A".
           05  approval-operator-id    pic X(8).
           05  approval-gross-total    pic 9(11)V9(2).
           05  approval-deduction-total pic 9(11)V9(2).
           05  approval-net-total      pic S9(11)V9(2).
           05  approval-timestamp      pic X(21).

       FD  audit-log.
       01  audit-log-record.
           05  audit-employee-number   pic 9(5).
           05  audit-field-changed     pic X(15).
           05  audit-old-value         pic X(20).
           05  audit-new-value         pic X(20).
           05  audit-timestamp         pic X(21).
           05  audit-operator-id       pic X(8).

       FD  employee-data.
       copy employee-record.

      *    One line per manager per review quarter signed off.
       FD  review-signoffs.
       01  review-signoff-record.
           05  signoff-quarter         pic 9(5).
           05  signoff-operator-id     pic X(8).
           05  signoff-exception-count pic 9(4).
           05  signoff-timestamp       pic X(21).

       FD  access-review-print.
       01  access-review-line          pic X(100).

       working-storage section.
       78  MAX-REVIEW-OPERATORS        value 200.
       78  MAX-APPROVED-RUNS           value 200.
       78  MAX-SIGNOFFS                value 100.
       78  MAX-REVIEW-FUNCTIONS        value 10.
       78  MAX-TOXIC-COMBINATIONS      value 2.
       78  DORMANT-AFTER-DAYS          value 60.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  maintenance-selection       pic 9 value 0.
           88  produce-review          value 1.
           88  sign-off-review         value 2.
           88  show-signoff-status     value 3.
           88  exit-review             value 4.
           88  valid-maintenance       values 1 thru 4.
       01  todays-date                 pic 9(8).
       01  review-quarter-entry        pic 9(5) value 0.
       01  review-quarter-fields       redefines review-quarter-entry.
           05  review-year             pic 9(4).
           05  review-quarter          pic 9.
       01  first-review-period         pic 9(6).
       01  last-review-period          pic 9(6).
      *    What each role may do, taken from the authority checks in
      *    the programs named. The role letters are held in the order
      *    I, C, A, S; a blank means the role is refused.
       01  review-function-values.
           05  filler pic X(14) value "VIEW-RECORDS".
           05  filler pic X(4)  value "ICAS".
           05  filler pic X(26) value "employee-record-manager".
           05  filler pic X(44)
               value "Access, browse and search employee records".
           05  filler pic X(14) value "AMEND-RECORDS".
           05  filler pic X(4)  value " CAS".
           05  filler pic X(26) value "employee-record-manager".
           05  filler pic X(44)
               value "Amend, insert and transfer employees".
           05  filler pic X(14) value "AMEND-SALARY".
           05  filler pic X(4)  value " CAS".
           05  filler pic X(26) value "employee-record-manager".
           05  filler pic X(44)
               value "Amend employee-salary".
           05  filler pic X(14) value "DELETE-RECORDS".
           05  filler pic X(4)  value "   S".
           05  filler pic X(26) value "employee-record-manager".
           05  filler pic X(44)
               value "Terminate and delete employee records".
           05  filler pic X(14) value "CONFIRM-BANK".
           05  filler pic X(4)  value "   S".
           05  filler pic X(26) value "employee-record-manager".
           05  filler pic X(44)
               value "Confirm pending bank details".
           05  filler pic X(14) value "APPROVE-CHANGE".
           05  filler pic X(4)  value "  AS".
           05  filler pic X(26) value "master-change-approval".
           05  filler pic X(44)
               value "Approve held salary, grade, manager changes".
           05  filler pic X(14) value "APPROVE-PAYRUN".
           05  filler pic X(4)  value "   S".
           05  filler pic X(26) value "payroll-approval".
           05  filler pic X(44)
               value "Approve the payroll run for final payslips".
           05  filler pic X(14) value "VOID-PAYSLIP".
           05  filler pic X(4)  value "   S".
           05  filler pic X(26) value "payslip-void".
           05  filler pic X(44)
               value "Request and approve payslip voids".
           05  filler pic X(14) value "MAINT-OPERATOR".
           05  filler pic X(4)  value "   S".
           05  filler pic X(26) value "operator-maintenance".
           05  filler pic X(44)
               value "Add operators, change roles, reset passwords".
           05  filler pic X(14) value "CONFIDENTIAL".
           05  filler pic X(4)  value "   S".
           05  filler pic X(26) value "case-management".
           05  filler pic X(44)
               value "Cases, diversity data, restricted reports".
       01  review-function-table       redefines review-function-values.
           05  review-function-entry   occurs MAX-REVIEW-FUNCTIONS
                                       indexed by function-index.
               10  function-code       pic X(14).
               10  function-roles      pic X(4).
               10  function-program    pic X(26).
               10  function-description    pic X(44).
      *    Pairs of functions no one operator should hold together,
      *    by position in the function table above.
       01  toxic-combination-values.
           05  filler pic 9(2) value 3.
           05  filler pic 9(2) value 7.
           05  filler pic X(50)
               value "can amend salaries and approve the payroll run".
           05  filler pic 9(2) value 9.
           05  filler pic 9(2) value 7.
           05  filler pic X(50)
               value "can grant access and approve the payroll run".
       01  toxic-combination-table
                                   redefines toxic-combination-values.
           05  toxic-combination-entry occurs MAX-TOXIC-COMBINATIONS
                                       indexed by toxic-index.
               10  toxic-first-function    pic 9(2).
               10  toxic-second-function   pic 9(2).
               10  toxic-description       pic X(50).
       01  role-position               pic 9.
       01  first-function-allowed-flag pic X value "N".
           88  first-function-allowed  value "Y" false "N".
       01  second-function-allowed-flag    pic X value "N".
           88  second-function-allowed value "Y" false "N".
       01  review-operator-table.
           05  review-operator-count   pic 9(3) value 0.
           05  review-operator-entry   occurs MAX-REVIEW-OPERATORS
                                       indexed by review-index.
               10  review-operator-id  pic X(8).
               10  review-role         pic X.
               10  review-status       pic X.
                   88  review-enabled  value "E".
                   88  review-locked   value "L".
                   88  review-disabled value "D".
               10  review-last-signon  pic 9(8).
               10  review-exceptions   pic 9(3).
       01  approved-run-table.
           05  approved-run-count      pic 9(3) value 0.
           05  approved-run-entry      occurs MAX-APPROVED-RUNS
                                       indexed by approved-run-index.
               10  run-company-code    pic X(2).
               10  run-period          pic 9(6).
               10  run-pay-frequency   pic X.
                   88  weekly-run      value "W".
               10  run-match-month     pic 9(6).
               10  run-approver-id     pic X(8).
               10  run-approved-timestamp  pic X(21).
               10  run-own-changes     pic 9(5).
       01  signoff-table.
           05  signoff-count           pic 9(3) value 0.
           05  signoff-entry           occurs MAX-SIGNOFFS
                                       indexed by signoff-index.
               10  table-signoff-operator  pic X(8).
               10  table-signoff-timestamp pic X(21).
       01  total-exceptions            pic 9(4) value 0.
       01  sod-exceptions              pic 9(4) value 0.
       01  dormant-exceptions          pic 9(4) value 0.
       01  locked-exceptions           pic 9(4) value 0.
       01  own-approval-exceptions     pic 9(4) value 0.
       01  operators-dropped           pic 9(3) value 0.
       01  runs-dropped                pic 9(3) value 0.
       01  days-since-signon           pic 9(5).
       01  audit-company-code          pic X(2).
       01  audit-pay-frequency         pic X value "M".
       01  run-period-label            pic X(8).
       01  primary-company-code        pic X(2) value spaces.
       01  approval-match-month        pic 9(6).
       01  approver-match-flag         pic X value "N".
           88  audit-by-an-approver    value "Y" false "N".
       01  signoff-found-flag          pic X value "N".
           88  already-signed-off      value "Y" false "N".
       01  review-found-flag           pic X value "N".
           88  review-operator-found   value "Y" false "N".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  print-review-flag           pic X value "N".
           88  printing-review         value "Y" false "N".
       01  signoff-confirmation        pic X value "N".
           88  signoff-confirmed       value "Y" "y".
       01  role-description            pic X(10).
       01  status-description          pic X(10).
       01  formatted-days              pic ZZZZ9.
       01  formatted-count             pic ZZZ9.
       01  approvals-file-name         pic X(40)
                                       value "payroll-approvals.dat".
       01  print-work-line             pic X(100).
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  activity-read-status        pic 9 value 0.
           88  end-of-activity         value 1 false 0.
       01  company-read-status         pic 9 value 0.
           88  end-of-companies        value 1 false 0.
       01  approvals-read-status       pic 9 value 0.
           88  end-of-approvals        value 1 false 0.
       01  audit-read-status           pic 9 value 0.
           88  end-of-audit            value 1 false 0.
       01  signoff-read-status         pic 9 value 0.
           88  end-of-signoffs         value 1 false 0.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.
       01  activity-file-status.
           05  activity-status-key-1   pic X.
           05  activity-status-key-2   pic X.
       01  company-file-status.
           05  company-status-key-1    pic X.
           05  company-status-key-2    pic X.
       01  approvals-file-status.
           05  approvals-status-key-1  pic X.
           05  approvals-status-key-2  pic X.
       01  audit-file-status.
           05  audit-status-key-1      pic X.
           05  audit-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  signoff-file-status.
           05  signoff-status-key-1    pic X.
           05  signoff-status-key-2    pic X.
       01  review-print-status.
           05  review-print-key-1      pic X.
           05  review-print-key-2      pic X.

       copy company-entity-request.
       copy report-catalog-request.

       procedure division.
           display "===== Operator Access Review (Restricted) ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role
           if not role-supervisor
               display "Operator " operator-id " is not a "
                       "supervisor - access review refused."
               goback
           end-if

           move function current-date(1:8) to todays-date
           display "Please enter the review quarter (yyyyq, e.g. "
                   "20263; 0 for the current quarter):"
           accept review-quarter-entry
           if review-quarter-entry = zero
               move todays-date(1:4) to review-year
               compute review-quarter =
                   (function numval(todays-date(5:2)) + 2) / 3
           end-if
           if review-quarter < 1 or review-quarter > 4
               display "The quarter must be 1 to 4 - review "
                       "cancelled."
               goback
           end-if
           compute first-review-period =
               review-year * 100 + (review-quarter - 1) * 3 + 1
           compute last-review-period = first-review-period + 2

           perform until exit-review
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when produce-review
                       perform print-access-review
                   when sign-off-review
                       perform record-review-signoff
                   when show-signoff-status
                       perform display-signoff-status
               end-evaluate
           end-perform
           display "Exiting operator access review..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Access review for quarter " review-quarter-entry
                   " - would you like to:"
           display "- [1] Produce the review report"
           display "- [2] Sign off the review"
           display "- [3] Show who has signed off"
           display "- [4] Exit"
           accept maintenance-selection
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

      *    Gathers everything the review needs and counts the
      *    exceptions; the report and the sign-off both work from it.
       analyse-operator-access section.
           move zero to total-exceptions
           move zero to sod-exceptions
           move zero to dormant-exceptions
           move zero to locked-exceptions
           move zero to own-approval-exceptions
           perform load-review-operators
           perform load-last-signons
           perform load-approved-runs
           perform count-own-changes
           perform varying review-index from 1 by 1
                   until review-index > review-operator-count
               move zero to review-exceptions(review-index)
               if not review-disabled(review-index)
                   perform check-operator-exceptions
               end-if
           end-perform
           perform varying approved-run-index from 1 by 1
                   until approved-run-index > approved-run-count
               if run-own-changes(approved-run-index) > zero
                   add 1 to own-approval-exceptions
                   add 1 to total-exceptions
               end-if
           end-perform
           .

       load-review-operators section.
           move zero to review-operator-count
           move zero to operators-dropped
           set end-of-permissions to false
           open input operator-permissions
           perform until end-of-permissions
               read operator-permissions
                   at end
                       set end-of-permissions to true
                   not at end
                       if review-operator-count < MAX-REVIEW-OPERATORS
                           add 1 to review-operator-count
                           set review-index to review-operator-count
                           move permission-operator-id
                               to review-operator-id(review-index)
                           move permission-role
                               to review-role(review-index)
                           move permission-status
                               to review-status(review-index)
                           move zero
                               to review-last-signon(review-index)
                           move zero
                               to review-exceptions(review-index)
                       else
                           add 1 to operators-dropped
                       end-if
               end-read
           end-perform
           close operator-permissions
           .

       load-last-signons section.
           set end-of-activity to false
           open input operator-activity
           if activity-status-key-1 not = "0"
               set end-of-activity to true
           end-if
           perform until end-of-activity
               read operator-activity
                   at end
                       set end-of-activity to true
                   not at end
                       if activity-event = "SIGN-ON"
                           perform note-signon
                       end-if
               end-read
           end-perform
           if activity-status-key-1 = "0"
                   or activity-status-key-1 = "1"
               close operator-activity
           end-if
           .

       note-signon section.
           set review-operator-found to false
           perform varying review-index from 1 by 1
                   until review-index > review-operator-count
                       or review-operator-found
               if review-operator-id(review-index)
                       = activity-operator-id
                   set review-operator-found to true
                   if activity-timestamp(1:8)
                           > review-last-signon(review-index)
                       move activity-timestamp(1:8)
                           to review-last-signon(review-index)
                   end-if
               end-if
           end-perform
           .

      *    Every company's approvals files are read, monthly and
      *    weekly, so a run approved for any employer in the quarter
      *    is checked. A weekly run belongs to the month in which it
      *    was approved.
       load-approved-runs section.
           move zero to approved-run-count
           move zero to runs-dropped
           move spaces to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           move entity-company-code to primary-company-code
           set end-of-companies to false
           open input company-master
           if company-status-key-1 not = "0"
               perform load-company-approvals
           else
               perform until end-of-companies
                   read company-master next record
                       at end
                           set end-of-companies to true
                       not at end
                           move master-company-code
                               to entity-company-code
                           move spaces to entity-operator-id
                           set entity-validate-action to true
                           call "company-entity"
                               using company-entity-request
                           if entity-accepted
                               perform load-company-approvals
                           end-if
                   end-read
               end-perform
               close company-master
           end-if
           .

       load-company-approvals section.
           move "M" to entity-pay-frequency
           perform load-frequency-approvals
           move "W" to entity-pay-frequency
           perform load-frequency-approvals
           move space to entity-pay-frequency
           .

       load-frequency-approvals section.
           set entity-file-name-action to true
           move "payroll-approvals.dat" to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to approvals-file-name
           set end-of-approvals to false
           open input payroll-approvals
           if approvals-status-key-1 not = "0"
               set end-of-approvals to true
           end-if
           perform until end-of-approvals
               read payroll-approvals
                   at end
                       set end-of-approvals to true
                   not at end
                       if entity-weekly-payroll
                           move approval-timestamp(1:6)
                               to approval-match-month
                       else
                           move approval-period
                               to approval-match-month
                       end-if
                       if run-approved
                               and approval-match-month
                                   >= first-review-period
                               and approval-match-month
                                   <= last-review-period
                           perform store-approved-run
                       end-if
               end-read
           end-perform
           if approvals-status-key-1 = "0"
                   or approvals-status-key-1 = "1"
               close payroll-approvals
           end-if
           .

       store-approved-run section.
           if approved-run-count < MAX-APPROVED-RUNS
               add 1 to approved-run-count
               set approved-run-index to approved-run-count
               move entity-company-code
                   to run-company-code(approved-run-index)
               move approval-period to run-period(approved-run-index)
               move entity-pay-frequency
                   to run-pay-frequency(approved-run-index)
               move approval-match-month
                   to run-match-month(approved-run-index)
               move approval-operator-id
                   to run-approver-id(approved-run-index)
               move approval-timestamp
                   to run-approved-timestamp(approved-run-index)
               move zero to run-own-changes(approved-run-index)
           else
               add 1 to runs-dropped
           end-if
           .

      *    A change counts against an approval when the approver made
      *    it to an employee of the same company, in the pay period
      *    approved, before the approval was given.
       count-own-changes section.
           if approved-run-count > zero
               open input employee-data
               if status-key-1 = "0"
                   set employee-data-open to true
               else
                   set employee-data-open to false
               end-if
               set end-of-audit to false
               open input audit-log
               if audit-status-key-1 not = "0"
                   set end-of-audit to true
               end-if
               perform until end-of-audit
                   read audit-log
                       at end
                           set end-of-audit to true
                       not at end
                           perform match-audit-to-approvals
                   end-read
               end-perform
               if audit-status-key-1 = "0"
                       or audit-status-key-1 = "1"
                   close audit-log
               end-if
               if employee-data-open
                   close employee-data
               end-if
           end-if
           .

       match-audit-to-approvals section.
           set audit-by-an-approver to false
           perform varying approved-run-index from 1 by 1
                   until approved-run-index > approved-run-count
               if run-approver-id(approved-run-index)
                       = audit-operator-id
                   set audit-by-an-approver to true
               end-if
           end-perform
           if audit-by-an-approver
               move primary-company-code to audit-company-code
               move "M" to audit-pay-frequency
               if employee-data-open
                   move audit-employee-number to employee-number
                   read employee-data
                       invalid key
                           continue
                       not invalid key
                           if company-code not = spaces
                               move company-code to audit-company-code
                           end-if
                           if paid-weekly
                               move "W" to audit-pay-frequency
                           end-if
                   end-read
               end-if
               perform varying approved-run-index from 1 by 1
                       until approved-run-index > approved-run-count
                   if run-approver-id(approved-run-index)
                           = audit-operator-id
                           and run-company-code(approved-run-index)
                               = audit-company-code
                           and run-pay-frequency(approved-run-index)
                               = audit-pay-frequency
                           and run-match-month(approved-run-index)
                               = audit-timestamp(1:6)
                           and audit-timestamp
                               < run-approved-timestamp
                                   (approved-run-index)
                       add 1 to run-own-changes(approved-run-index)
                   end-if
               end-perform
           end-if
           .

       check-operator-exceptions section.
           perform set-role-position
           perform varying toxic-index from 1 by 1
                   until toxic-index > MAX-TOXIC-COMBINATIONS
               perform check-toxic-combination
               if first-function-allowed and second-function-allowed
                   add 1 to review-exceptions(review-index)
                   add 1 to sod-exceptions
                   add 1 to total-exceptions
               end-if
           end-perform
           perform calculate-days-since-signon
           if days-since-signon >= DORMANT-AFTER-DAYS
               add 1 to review-exceptions(review-index)
               add 1 to dormant-exceptions
               add 1 to total-exceptions
           end-if
           if review-locked(review-index)
               add 1 to review-exceptions(review-index)
               add 1 to locked-exceptions
               add 1 to total-exceptions
           end-if
           .

       set-role-position section.
           evaluate review-role(review-index)
               when "I"
                   move 1 to role-position
               when "C"
                   move 2 to role-position
               when "A"
                   move 3 to role-position
               when "S"
                   move 4 to role-position
               when other
                   move zero to role-position
           end-evaluate
           .

       check-toxic-combination section.
           set first-function-allowed to false
           set second-function-allowed to false
           if role-position not = zero
               set function-index to toxic-first-function(toxic-index)
               if function-roles(function-index)(role-position:1)
                       not = space
                   set first-function-allowed to true
               end-if
               set function-index
                   to toxic-second-function(toxic-index)
               if function-roles(function-index)(role-position:1)
                       not = space
                   set second-function-allowed to true
               end-if
           end-if
           .

       calculate-days-since-signon section.
           if review-last-signon(review-index) = zero
               move 99999 to days-since-signon
           else
               compute days-since-signon =
                   function integer-of-date(todays-date)
                   - function integer-of-date
                       (review-last-signon(review-index))
           end-if
           .

       print-access-review section.
           perform analyse-operator-access
           perform load-review-signoffs
           perform register-report-run
           open output access-review-print
           if review-print-key-1 not = "0"
               display "Error code " review-print-status
                       " opening "
                       function trim(catalog-output-file-name) "."
           else
               set printing-review to true
               perform print-review-heading
               perform varying review-index from 1 by 1
                       until review-index > review-operator-count
                   perform print-operator-access
               end-perform
               perform print-approved-runs
               perform print-review-summary
               perform print-signoff-lines
               close access-review-print
               set printing-review to false
               perform catalogue-report-run
               display "Access review for quarter "
                       review-quarter-entry " written to "
                       function trim(catalog-output-file-name)
                       " - " total-exceptions " exceptions."
           end-if
           .

       write-review-line section.
           write access-review-line from print-work-line
           add 1 to catalog-line-count
           move spaces to print-work-line
           .

       print-review-heading section.
           move spaces to print-work-line
           string "===== Operator Access Review - quarter "
                      delimited by size
                  review-quarter-entry delimited by size
                  " - periods " delimited by size
                  first-review-period delimited by size
                  " to " delimited by size
                  last-review-period delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           string "Produced " delimited by size
                  todays-date delimited by size
                  " by " delimited by size
                  operator-id delimited by size
                  " - dormant after " delimited by size
                  DORMANT-AFTER-DAYS delimited by size
                  " days without a sign-on" delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           perform write-review-line
           .

       print-operator-access section.
           perform describe-role-and-status
           perform calculate-days-since-signon
           if review-last-signon(review-index) = zero
               string "Operator " delimited by size
                      review-operator-id(review-index)
                          delimited by size
                      "  " delimited by size
                      role-description delimited by size
                      " " delimited by size
                      status-description delimited by size
                      " never signed on" delimited by size
                      into print-work-line
               end-string
           else
               move days-since-signon to formatted-days
               string "Operator " delimited by size
                      review-operator-id(review-index)
                          delimited by size
                      "  " delimited by size
                      role-description delimited by size
                      " " delimited by size
                      status-description delimited by size
                      " last sign-on " delimited by size
                      review-last-signon(review-index)
                          delimited by size
                      " (" delimited by size
                      function trim(formatted-days) delimited by size
                      " days)" delimited by size
                      into print-work-line
               end-string
           end-if
           perform write-review-line
           if review-disabled(review-index)
               move "    Disabled - no functions available."
                   to print-work-line
               perform write-review-line
           else
               perform set-role-position
               perform varying function-index from 1 by 1
                       until function-index > MAX-REVIEW-FUNCTIONS
                   if role-position not = zero
                       if function-roles(function-index)
                               (role-position:1) not = space
                           string "    - " delimited by size
                                  function trim(function-description
                                      (function-index))
                                      delimited by size
                                  " (" delimited by size
                                  function-program(function-index)
                                      delimited by space
                                  ")" delimited by size
                                  into print-work-line
                           end-string
                           perform write-review-line
                       end-if
                   end-if
               end-perform
               perform print-operator-exceptions
           end-if
           perform write-review-line
           .

       print-operator-exceptions section.
           perform varying toxic-index from 1 by 1
                   until toxic-index > MAX-TOXIC-COMBINATIONS
               perform check-toxic-combination
               if first-function-allowed and second-function-allowed
                   string "    ** SEGREGATION: " delimited by size
                          toxic-description(toxic-index)
                              delimited by "  "
                          into print-work-line
                   end-string
                   perform write-review-line
               end-if
           end-perform
           if days-since-signon >= DORMANT-AFTER-DAYS
               if review-last-signon(review-index) = zero
                   move "    ** DORMANT: has never signed on"
                       to print-work-line
               else
                   move days-since-signon to formatted-days
                   string "    ** DORMANT: no sign-on for "
                              delimited by size
                          function trim(formatted-days)
                              delimited by size
                          " days" delimited by size
                          into print-work-line
                   end-string
               end-if
               perform write-review-line
           end-if
           if review-locked(review-index)
               move "    ** LOCKED: locked after failed sign-ons but "
                   & "never disabled"
                   to print-work-line
               perform write-review-line
           end-if
           .

       describe-role-and-status section.
           evaluate review-role(review-index)
               when "I"
                   move "Inquiry" to role-description
               when "C"
                   move "Clerk" to role-description
               when "A"
                   move "Approver" to role-description
               when "S"
                   move "Supervisor" to role-description
               when other
                   move "Unknown" to role-description
           end-evaluate
           evaluate true
               when review-enabled(review-index)
                   move "Enabled" to status-description
               when review-locked(review-index)
                   move "Locked" to status-description
               when review-disabled(review-index)
                   move "Disabled" to status-description
               when other
                   move "Unknown" to status-description
           end-evaluate
           .

       print-approved-runs section.
           move "Payroll runs approved in the quarter:"
               to print-work-line
           perform write-review-line
           perform varying approved-run-index from 1 by 1
                   until approved-run-index > approved-run-count
               if weekly-run(approved-run-index)
                   move " week " to run-period-label
               else
                   move " period " to run-period-label
               end-if
               string "  Company " delimited by size
                      run-company-code(approved-run-index)
                          delimited by size
                      run-period-label delimited by "  "
                      " " delimited by size
                      run-period(approved-run-index) delimited by size
                      " approved by " delimited by size
                      run-approver-id(approved-run-index)
                          delimited by size
                      " on " delimited by size
                      run-approved-timestamp(approved-run-index)(1:8)
                          delimited by size
                      into print-work-line
               end-string
               perform write-review-line
               if run-own-changes(approved-run-index) > zero
                   move run-own-changes(approved-run-index)
                       to formatted-count
                   string "    ** OWN CHANGES: the approver made "
                              delimited by size
                          function trim(formatted-count)
                              delimited by size
                          " employee change(s) paid in this run"
                              delimited by size
                          into print-work-line
                   end-string
                   perform write-review-line
               end-if
           end-perform
           if approved-run-count = zero
               move "  None." to print-work-line
               perform write-review-line
           end-if
           perform write-review-line
           .

       print-review-summary section.
           move "Exceptions:" to print-work-line
           perform write-review-line
           move sod-exceptions to formatted-count
           string "  Segregation of duties:     " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           move dormant-exceptions to formatted-count
           string "  Dormant operators:         " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           move locked-exceptions to formatted-count
           string "  Locked, never disabled:    " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           move own-approval-exceptions to formatted-count
           string "  Runs with own changes:     " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           move total-exceptions to formatted-count
           string "  Total:                     " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-review-line
           if operators-dropped > zero or runs-dropped > zero
               string "  Not reviewed - table full: " delimited by size
                      operators-dropped delimited by size
                      " operators, " delimited by size
                      runs-dropped delimited by size
                      " runs" delimited by size
                      into print-work-line
               end-string
               perform write-review-line
           end-if
           perform write-review-line
           .

      *    Every enabled or locked supervisor is a manager who is
      *    expected to sign off the review.
       print-signoff-lines section.
           move "Manager sign-off:" to print-work-line
           perform show-signoff-line
           perform varying review-index from 1 by 1
                   until review-index > review-operator-count
               if review-role(review-index) = "S"
                       and not review-disabled(review-index)
                   perform find-review-signoff
                   if already-signed-off
                       string "  " delimited by size
                              review-operator-id(review-index)
                                  delimited by size
                              " signed off " delimited by size
                              table-signoff-timestamp(signoff-index)
                                  (1:8) delimited by size
                              into print-work-line
                       end-string
                   else
                       string "  " delimited by size
                              review-operator-id(review-index)
                                  delimited by size
                              " not yet signed off" delimited by size
                              into print-work-line
                       end-string
                   end-if
                   perform show-signoff-line
               end-if
           end-perform
           .

       show-signoff-line section.
           if printing-review
               perform write-review-line
           else
               display function trim(print-work-line trailing)
               move spaces to print-work-line
           end-if
           .

       find-review-signoff section.
           set already-signed-off to false
           perform varying signoff-index from 1 by 1
                   until signoff-index > signoff-count
                       or already-signed-off
               if table-signoff-operator(signoff-index)
                       = review-operator-id(review-index)
                   set already-signed-off to true
                   set signoff-index down by 1
               end-if
           end-perform
           .

       load-review-signoffs section.
           move zero to signoff-count
           set end-of-signoffs to false
           open input review-signoffs
           if signoff-status-key-1 not = "0"
               set end-of-signoffs to true
           end-if
           perform until end-of-signoffs
               read review-signoffs
                   at end
                       set end-of-signoffs to true
                   not at end
                       if signoff-quarter = review-quarter-entry
                               and signoff-count < MAX-SIGNOFFS
                           add 1 to signoff-count
                           move signoff-operator-id
                               to table-signoff-operator
                                   (signoff-count)
                           move signoff-timestamp
                               to table-signoff-timestamp
                                   (signoff-count)
                       end-if
               end-read
           end-perform
           if signoff-status-key-1 = "0"
                   or signoff-status-key-1 = "1"
               close review-signoffs
           end-if
           .

       display-signoff-status section.
           perform load-review-operators
           perform load-review-signoffs
           set printing-review to false
           perform print-signoff-lines
           .

      *    The manager sees the exception totals as they stand now and
      *    confirms; each manager signs once per quarter.
       record-review-signoff section.
           perform analyse-operator-access
           perform load-review-signoffs
           set review-operator-found to false
           perform varying review-index from 1 by 1
                   until review-index > review-operator-count
                       or review-operator-found
               if review-operator-id(review-index) = operator-id
                   set review-operator-found to true
                   set review-index down by 1
               end-if
           end-perform
           perform find-review-signoff
           if already-signed-off
               display "Operator " operator-id " signed off quarter "
                       review-quarter-entry " on "
                       table-signoff-timestamp(signoff-index)(1:8) "."
           else
               display "Quarter " review-quarter-entry " exceptions:"
               display "  Segregation of duties:  " sod-exceptions
               display "  Dormant operators:      " dormant-exceptions
               display "  Locked, never disabled: " locked-exceptions
               display "  Runs with own changes:  "
                       own-approval-exceptions
               if review-exceptions(review-index) > zero
                   display "Note - " review-exceptions(review-index)
                           " of these exceptions are against your "
                           "own operator id."
               end-if
               display "Sign off this review? (Y/N)"
               move "N" to signoff-confirmation
               accept signoff-confirmation
               if signoff-confirmed
                   perform write-review-signoff
               else
                   display "Sign-off cancelled."
               end-if
           end-if
           .

       write-review-signoff section.
           open extend review-signoffs
           if signoff-status-key-1 = "3"
               open output review-signoffs
           end-if
           if signoff-status-key-1 not = "0"
               display "Error code " signoff-file-status
                       " opening access-review-signoffs.dat."
           else
               move review-quarter-entry to signoff-quarter
               move operator-id to signoff-operator-id
               move total-exceptions to signoff-exception-count
               move function current-date to signoff-timestamp
               write review-signoff-record
               close review-signoffs
               display "Quarter " review-quarter-entry
                       " access review signed off by " operator-id "."
           end-if
           .

       register-report-run section.
           set catalog-open-action to true
           move "ACCESS-REVIEW" to catalog-report-name
           move "access-review.txt" to catalog-base-file-name
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
