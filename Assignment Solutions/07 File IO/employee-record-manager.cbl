               access dynamic
               record key allocation-key
               file status allocation-file-status.
           select employee-bank-details
               assign "employee-bank-details.dat"
               organization indexed
               access dynamic
               record key bank-employee-number
               file status bank-file-status.
           select employee-cases
               assign "employee-cases.dat"
               organization indexed
               access dynamic
               record key case-id
               alternate record key case-employee-number
                   with duplicates
               file status cases-file-status.
           select master-change-approvals
               assign "master-change-approvals.dat"
               organization indexed
               access dynamic
               record key approval-id
               file status approvals-file-status.

       file section.
       FD  employee-data.
           05  journal-timestamp       pic X(21).
           05  journal-action          pic X(8).
           05  journal-employee-number pic 9(5).
           05  journal-before-image    pic X(104).
           05  journal-after-image     pic X(104).

       FD  department-allocations.
       01  department-allocation-record.
               10  allocation-department       pic X(4).
           05  allocation-percentage   pic 9(3)V9(2).

       FD  employee-bank-details.
       copy bank-details-record.

       FD  employee-cases.
       copy employee-case-record.

       FD  master-change-approvals.
       copy master-change-approval-record.

       working-storage section.
       01  employee-full-name          pic X(40).
       01  formatted-salary-usd        pic $(2),$(3),$(3).9(2).
           88  amend-contact-details   value 11.
           88  amend-allocations       value 12.
           88  amend-probation         value 13.
           88  amend-company           value 14.
           88  amend-pay-frequency     value 15.
           88  valid-amend-selection   values 1 thru 15.
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  delete-confirmation         pic X value "N".
       01  function-authorized-flag    pic X value "Y".
           88  function-authorized     value "Y" false "N".
       01  manager-number-entry        pic 9(5) value 0.
       01  saved-employee-image        pic X(104).
       01  pay-type-entry              pic X value "S".
           88  valid-pay-type-entry    values "S" "H".
       01  pay-frequency-entry         pic X value "M".
           88  valid-pay-frequency-entry   values "M" "W".
       01  rate-raw-entry              pic X(8).
       01  termination-date-entry      pic 9(8) value 0.
       01  termination-reason-entry    pic X value spaces.
       01  journal-file-status.
           05  journal-status-key-1    pic X.
           05  journal-status-key-2    pic X.
       01  journal-before-save         pic X(104).
       01  panel-before-fields redefines journal-before-save.
           05  before-employee-number  pic 9(5).
           05  before-first-name       pic X(20).
           05  before-manager-number   pic 9(5).
           05  before-probation-end    pic 9(8).
           05  before-probation-status pic X.
           05  before-company-code     pic X(2).
           05  before-pay-frequency    pic X.
       01  journal-action-save         pic X(8).
       01  crt-status-code             pic 9(4) value 0.
           88  panel-enter-key         value 0.
           88  panel-allocations-key   value 1006.
           88  panel-probation-key     value 1007.
           88  panel-next-key          value 1008.
           88  panel-bank-key          value 1009.
           88  panel-cancel-key        value 2005.
       01  panel-mode                  pic X value "A".
           88  panel-amend-mode        value "A".
           88  end-of-allocations      value 1 false 0.
       01  allocations-on-file         pic 9 value 0.
       01  formatted-percentage        pic ZZ9.99.
       78  MAX-BANK-SPLITS             value 3.
       01  bank-file-status.
           05  bank-status-key-1       pic X.
           05  bank-status-key-2       pic X.
       01  cases-file-status.
           05  cases-status-key-1      pic X.
           05  cases-status-key-2      pic X.
       01  open-case-count             pic 9(3) value 0.
       01  case-browse-status          pic 9 value 0.
           88  end-of-cases            value 1 false 0.
       01  bank-record-flag            pic X value "N".
           88  bank-record-on-file     value "Y" false "N".
       01  bank-split-entry            pic 9 value 0.
       01  bank-sort-code-entry        pic X(6).
       01  bank-account-entry          pic X(8).
       01  bank-amount-raw             pic X(10).
       01  bank-amount-numeric-flag    pic X.
           88  bank-amount-is-numeric  value "Y".
       01  bank-confirm-response       pic X value "N".
           88  bank-confirm-wanted     value "Y" "y".
       01  bank-audit-summary          pic X(20).
       01  formatted-bank-amount       pic Z(2),ZZZ,ZZ9.99.
       78  PROBATION-DAYS              value 90.
       01  probation-choice            pic X value spaces.
           88  probation-confirm-choice    value "C" "c".
       01  probation-date-entry        pic 9(8) value 0.
       01  probation-base-date         pic 9(8).
       01  probation-date-integer      pic 9(8).
       01  approvals-file-status.
           05  approvals-status-key-1  pic X.
           05  approvals-status-key-2  pic X.
       01  approvals-browse-status     pic 9 value 0.
           88  end-of-approvals        value 1 false 0.
       01  next-approval-id            pic 9(5).
       01  changes-held-count          pic 9 value 0.
       01  company-access-flag         pic X value "Y".
           88  company-access-allowed  value "Y" false "N".
       01  company-code-entry          pic X(20).
       01  company-entry-flag          pic X value "N".
           88  company-entry-invalid   value "Y" false "N".
       copy company-entity-request.
       copy onboarding-request.
       copy equipment-request.
       copy user-inputs.
       copy calculator-results.

           05  line 12 column 2 value "Manager number.:".
           05  line 12 column 20 pic 9(5)
               using manager-employee-number.
           05  line 13 column 2 value "Company........:".
           05  line 13 column 20 pic X(2) using company-code.
           05  line 13 column 30 value "Pay frequency (M/W):".
           05  line 13 column 51 pic X using pay-frequency.
           05  line 14 column 2 pic X(60) from panel-message.
           05  line 16 column 2
               value "Enter=validate F2=save F5=contact details".
           05  line 17 column 2
               value "F6=allocations F7=probation F8=next (browse)".
           05  line 18 column 2
               value "F9=bank details Esc=cancel".

       procedure division using by reference record-function.
           if not employee-files-open
                   close department-allocations
                   open i-o department-allocations
               end-if
               open i-o employee-bank-details
               if bank-status-key-1 = "3"
                   open output employee-bank-details
                   close employee-bank-details
                   open i-o employee-bank-details
               end-if
               set employee-files-open to true
           end-if
           move selected-employee-number to employee-number
                   close contact-details
                   close employee-journal
                   close department-allocations
                   close employee-bank-details
                   set employee-files-open to false
           end-evaluate
           goback
               invalid key
                   display "Record not found " employee-number
               not invalid key
                   perform check-employee-company
                   if company-access-allowed
                       perform display-selected-employee
                   else
                       perform refuse-company-access
                   end-if
           end-read
           .

       amend-record section.
           initialize amend-record-selection
           perform read-record-with-lock
           perform check-locked-employee-company
           evaluate true
               when lock-record-not-found
                   display "Record not found " employee-number
                           " is in use."
                   set batch-call-rejected to true
                   set reject-write-failure to true
               when not company-access-allowed
                   perform refuse-company-access
                   unlock employee-data
               when other
                   if running-in-batch
                       perform apply-one-amendment
                       perform panel-allocations-action
                   when panel-probation-key
                       perform panel-probation-action
                   when panel-bank-key
                       perform panel-bank-action
                   when panel-save-key
                       perform validate-panel-fields
                       if panel-fields-valid
                       move "AMEND" to extract-change-type
                   end-if
                   perform write-payroll-extract
                   if employee-terminated
                       perform list-unreturned-equipment
                   end-if
                   move selected-employee to journal-before-save
                   move "Probation action recorded."
                       to panel-message
           end-if
           .

       panel-bank-action section.
           if panel-insert-mode
               move "Save the new record before entering "
                  & "bank details." to panel-message
           else
               perform read-bank-details
               perform display-bank-details
               move "N" to bank-confirm-response
               if bank-change-pending
                   perform confirm-bank-details
               end-if
               if not bank-confirm-wanted
                   perform maintain-bank-details
               end-if
           end-if
           .

       read-bank-details section.
           move employee-number to bank-employee-number
           read employee-bank-details
               invalid key
                   set bank-record-on-file to false
                   initialize bank-details-record
                   move employee-number to bank-employee-number
               not invalid key
                   set bank-record-on-file to true
           end-read
           .

       display-bank-details section.
           display "===== Bank Details - Employee " employee-number
                   " ====="
           if bank-split-count = zero
               display "No confirmed bank details on file."
           else
               display "Confirmed accounts:"
               perform varying bank-split-index from 1 by 1
                       until bank-split-index > bank-split-count
                   if bank-split-index = bank-split-count
                       display "  " bank-sort-code(bank-split-index)
                               " " bank-account-number(bank-split-index)
                               " remainder of net pay"
                   else
                       move bank-fixed-amount(bank-split-index)
                           to formatted-bank-amount
                       display "  " bank-sort-code(bank-split-index)
                               " " bank-account-number(bank-split-index)
                               " fixed " formatted-bank-amount
                   end-if
               end-perform
           end-if
           if bank-change-pending
               display "Change entered by " bank-changed-by
                       " awaiting confirmation:"
               perform varying pending-split-index from 1 by 1
                       until pending-split-index > pending-split-count
                   if pending-split-index = pending-split-count
                       display "  "
                               pending-sort-code(pending-split-index)
                               " "
                               pending-account-number
                                   (pending-split-index)
                               " remainder of net pay"
                   else
                       move pending-fixed-amount(pending-split-index)
                           to formatted-bank-amount
                       display "  "
                               pending-sort-code(pending-split-index)
                               " "
                               pending-account-number
                                   (pending-split-index)
                               " fixed " formatted-bank-amount
                   end-if
               end-perform
           end-if
           .

       confirm-bank-details section.
           evaluate true
               when not role-supervisor
                   display "A supervisor must confirm the pending "
                           "bank details."
               when bank-changed-by = operator-id
                   display "You entered the pending bank details - "
                           "another supervisor must confirm them."
               when other
                   display "Confirm the pending bank details? (Y/N)"
                   accept bank-confirm-response
                   if bank-confirm-wanted
                       perform apply-bank-confirmation
                   end-if
           end-evaluate
           .

       apply-bank-confirmation section.
           move "BANK-CONFIRM" to audit-field-changed
           perform summarise-confirmed-bank
           move bank-audit-summary to audit-old-value
           move bank-pending-details to bank-confirmed-details
           initialize bank-pending-details
           set bank-details-confirmed to true
           move operator-id to bank-confirmed-by
           move function current-date to bank-confirmed-timestamp
           rewrite bank-details-record
               invalid key
                   display "Failure to confirm bank details for "
                           "employee " employee-number "."
                   move "Bank confirmation not saved."
                       to panel-message
               not invalid key
                   perform summarise-confirmed-bank
                   move bank-audit-summary to audit-new-value
                   perform write-audit-record
                   move "Bank details confirmed." to panel-message
           end-rewrite
           .

       maintain-bank-details section.
           display "Enter new bank details for this employee? (Y/N)"
           move "N" to delete-confirmation
           accept delete-confirmation
           if not delete-confirmed
               move "Bank details unchanged." to panel-message
           else
               move "N" to entry-was-blank
               perform capture-bank-details
               if field-entry-blank
                   move "Bank details not recorded." to panel-message
                   move "N" to entry-was-blank
               else
                   perform write-bank-details-record
               end-if
           end-if
           .

       capture-bank-details section.
           initialize bank-pending-details
           display "How many accounts should net pay be split "
                   "across (1-3)?"
           move zero to bank-split-entry
           accept bank-split-entry
           if bank-split-entry < 1
                   or bank-split-entry > MAX-BANK-SPLITS
               display "Between 1 and 3 accounts may be held."
               set field-entry-blank to true
           else
               move bank-split-entry to pending-split-count
               perform varying pending-split-index from 1 by 1
                       until pending-split-index > pending-split-count
                           or field-entry-blank
                   perform capture-one-bank-split
               end-perform
           end-if
           .

       capture-one-bank-split section.
           display "Please enter the sort code (6 digits):"
           initialize bank-sort-code-entry
           accept bank-sort-code-entry
           display "Please enter the account number (8 digits):"
           initialize bank-account-entry
           accept bank-account-entry
           if bank-sort-code-entry not numeric
                   or bank-account-entry not numeric
               display "Sort code and account number must be all "
                       "digits."
               set field-entry-blank to true
           else
               move bank-sort-code-entry
                   to pending-sort-code(pending-split-index)
               move bank-account-entry
                   to pending-account-number(pending-split-index)
               move zero to pending-fixed-amount(pending-split-index)
               if pending-split-index < pending-split-count
                   display "Please enter the fixed amount to pay "
                           "into this account:"
                   initialize bank-amount-raw
                   accept bank-amount-raw
                   call "verify-numeric-variable"
                           using by reference bank-amount-raw
                                 by reference bank-amount-numeric-flag
                   if not bank-amount-is-numeric
                       display "Amount must be numeric."
                       set field-entry-blank to true
                   else
                       compute pending-fixed-amount
                               (pending-split-index) =
                           function numval(
                               function trim(bank-amount-raw))
                   end-if
               else
                   display "The remainder of net pay will be paid "
                           "into this account."
               end-if
           end-if
           .

       write-bank-details-record section.
           move "BANK-DETAILS" to audit-field-changed
           perform summarise-confirmed-bank
           move bank-audit-summary to audit-old-value
           set bank-change-pending to true
           move operator-id to bank-changed-by
           move function current-date to bank-changed-timestamp
           if bank-record-on-file
               rewrite bank-details-record
                   invalid key
                       set field-entry-blank to true
               end-rewrite
           else
               write bank-details-record
                   invalid key
                       set field-entry-blank to true
               end-write
           end-if
           if field-entry-blank
               display "Failure to record bank details for "
                       "employee " employee-number "."
               move "Bank details not recorded." to panel-message
               move "N" to entry-was-blank
           else
               move spaces to bank-audit-summary
               string pending-split-count delimited by size
                      " ACCT " delimited by size
                      pending-sort-code(1) delimited by size
                      "/" delimited by size
                      pending-account-number(1) delimited by size
                      into bank-audit-summary
               end-string
               move bank-audit-summary to audit-new-value
               perform write-audit-record
               move "Bank details held pending confirmation."
                   to panel-message
           end-if
           .

       summarise-confirmed-bank section.
           move spaces to bank-audit-summary
           if bank-split-count > zero
               string bank-split-count delimited by size
                      " ACCT " delimited by size
                      bank-sort-code(1) delimited by size
                      "/" delimited by size
                      bank-account-number(1) delimited by size
                      into bank-audit-summary
               end-string
           end-if
           .

       validate-panel-fields section.
           move "Y" to panel-valid-flag
           move spaces to panel-message
                   move "N" to panel-valid-flag
               end-if
           end-if
           if panel-fields-valid
               if pay-frequency not = "M" and pay-frequency not = "W"
                   move "Pay frequency must be M or W."
                       to panel-message
                   move "N" to panel-valid-flag
               end-if
           end-if
           if panel-fields-valid and hourly-employee
               call "verify-numeric-variable"
                       using by reference panel-rate-entry
                   and manager-employee-number not = zero
               perform validate-panel-manager
           end-if
           if panel-fields-valid and not panel-browse-mode
               perform validate-panel-company
           end-if
           .

      *    A blank company on the panel means the primary employer.
       validate-panel-company section.
           move company-code to entity-company-code
           move operator-id to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           evaluate true
               when entity-accepted
                   move entity-company-code to company-code
               when entity-closed
                   move "Company is closed to new business."
                       to panel-message
                   move "N" to panel-valid-flag
               when entity-not-authorised
                   move "You are not authorised for that company."
                       to panel-message
                   move "N" to panel-valid-flag
               when other
                   move "Company is not on the master."
                       to panel-message
                   move "N" to panel-valid-flag
           end-evaluate
           .

       validate-panel-manager section.
           if panel-insert-mode
               continue
           else
               perform hold-panel-sensitive-changes
               if changes-held-count > zero
                       and selected-employee = journal-before-save
                   display "Record " employee-number " unchanged "
                           "apart from the changes awaiting approval."
               else
                   perform rewrite-panel-record
               end-if
           end-if
           .

       rewrite-panel-record section.
           rewrite selected-employee
               invalid key
                   display "Failure to amend record "
                           employee-number
               not invalid key
                   perform write-panel-field-audits
                   move "REWRITE" to journal-action-save
                   perform write-journal-record
                   move "AMEND" to extract-change-type
                   perform write-payroll-extract
                   display "Record " employee-number
                           " successfully amended."
           end-rewrite
           .

       read-record-with-lock section.
           move spaces to lock-outcome
           perform until lock-record-obtained
                          probation-end-date delimited by size
                          into audit-new-value
                   end-string
               when amend-company
                   move "COMPANY" to audit-field-changed
                   move company-code to audit-old-value
                   if running-in-batch
                       move batch-new-value to company-code-entry
                   else
                       perform prompt-for-company-code
                   end-if
                   if company-code-entry = spaces
                       set field-entry-blank to true
                   else
                       perform validate-company-code
                   end-if
                   if field-entry-blank
                       move audit-old-value to company-code
                   end-if
                   move company-code to audit-new-value
               when amend-pay-frequency
                   move "PAY-FREQUENCY" to audit-field-changed
                   move pay-frequency to audit-old-value
                   if running-in-batch
                       move batch-new-value(1:1) to pay-frequency-entry
                       if valid-pay-frequency-entry
                           move pay-frequency-entry to pay-frequency
                       else
                           display "Pay frequency must be M or W - "
                                   "amendment skipped for employee "
                                   employee-number "."
                           set field-entry-blank to true
                       end-if
                   else
                       perform prompt-for-pay-frequency
                   end-if
                   move pay-frequency to audit-new-value
           end-evaluate

           if field-entry-blank
               end-if
           end-if

           if (amend-salary or amend-pay-grade or amend-manager)
                   and not field-entry-blank
                   and not applying-approved-change
               perform hold-sensitive-change
           end-if

           if amend-contact-details and not field-entry-blank
               perform write-contact-record
               if not field-entry-blank
                   and not amend-contact-details
                   and not amend-allocations
                   and not field-entry-blank
                   and not batch-call-held
                   and not batch-call-rejected
               rewrite selected-employee
                   invalid key
                       display "Failure to amend record "
               display "- [11] Address and Contact Details"
               display "- [12] Department Allocations"
               display "- [13] Probation Review"
               display "- [14] Company"
               display "- [15] Pay Frequency"
               accept amend-record-selection
           end-if
           .
               move manager-employee-number to audit-new-value
               perform write-audit-record
           end-if
           if company-code not = before-company-code
               move "COMPANY" to audit-field-changed
               move before-company-code to audit-old-value
               move company-code to audit-new-value
               perform write-audit-record
           end-if
           if pay-frequency not = before-pay-frequency
               move "PAY-FREQUENCY" to audit-field-changed
               move before-pay-frequency to audit-old-value
               move pay-frequency to audit-new-value
               perform write-audit-record
           end-if
           .

       insert-record section.
           move "N" to entry-was-blank
           set company-entry-invalid to false
           set employee-active to true
           move zero to termination-date
           move space to termination-reason
               move "S" to pay-type
               move zero to hourly-rate
               move zero to manager-employee-number
               move "M" to pay-frequency
               perform validate-salary-range
               if not field-entry-blank
                   move batch-company-code to company-code-entry
                   perform validate-company-code
               end-if
           else
               move spaces to first-name
               move spaces to last-name
               move "S" to pay-type
               move zero to hourly-rate
               move zero to manager-employee-number
               move "M" to pay-frequency
               move spaces to company-code
               set panel-insert-mode to true
               perform panel-interact
               if panel-cancelled
           end-if

           if field-entry-blank
               if company-entry-invalid
                   display "Invalid company - insert cancelled."
               else
                   display "Invalid salary - insert cancelled."
               end-if
               set batch-call-rejected to true
               if batch-reject-reason = spaces
                   set reject-blank-value to true
                   move "INSERT" to extract-change-type
                   perform write-payroll-extract
                   perform display-selected-employee
                   perform create-onboarding-tasks
           end-write
           .

      *    Every new employee gets the onboarding checklist for their
      *    department, due dates counted from the hire date.
       create-onboarding-tasks section.
           move employee-number to onboarding-employee-number
           move department-code to onboarding-department
           move hire-date to onboarding-hire-date
           call "onboarding-tasks" using onboarding-request
           if onboarding-created
               display onboarding-tasks-created " onboarding tasks "
                       "set up for employee " employee-number "."
           end-if
           .

       set-probation-default section.
           set on-probation to true
           if hire-date = zero

       delete-record section.
           perform read-record-with-lock
           perform check-locked-employee-company
           evaluate true
               when lock-record-not-found
                   display "Record not found " employee-number
                   set batch-call-rejected to true
                   set reject-not-found to true
               when lock-abandoned
                   display "Delete abandoned - record "
                           employee-number " is in use."
                   set batch-call-rejected to true
                   set reject-write-failure to true
               when not company-access-allowed
                   perform refuse-company-access
                   unlock employee-data
               when other
                   perform check-open-cases
                   if running-in-batch
                       perform take-batch-termination-details
                   else
                       display "Delete employee " employee-number
                               " - are you sure? (Y/N)"
                       move "N" to delete-confirmation
                       accept delete-confirmation
                       if delete-confirmed
                           perform prompt-for-termination-details
                       end-if
                   end-if
                   if delete-confirmed and not field-entry-blank
                       set employee-terminated to true
                               perform write-journal-record
                               move "DELETE" to extract-change-type
                               perform write-payroll-extract
                               perform list-unreturned-equipment
                       end-rewrite
                   else
                       display "Delete cancelled."
           end-evaluate
           .

      *    Terminations scheduled through pending changes carry the
      *    reason code as the new value and the termination date as
      *    the effective date.
       take-batch-termination-details section.
           move "N" to entry-was-blank
           move "Y" to delete-confirmation
           move batch-effective-date to termination-date-entry
           if termination-date-entry = zero
               move function current-date(1:8)
                   to termination-date-entry
           end-if
           move batch-new-value(1:1) to termination-reason-entry
           evaluate true
               when not employee-active
                   display "Employee " employee-number " is not "
                           "active - termination rejected."
                   set field-entry-blank to true
                   set batch-call-rejected to true
                   set reject-out-of-range to true
               when not valid-reason-entry
                   display "Invalid reason code - termination of "
                           "employee " employee-number " rejected."
                   set field-entry-blank to true
                   set batch-call-rejected to true
                   set reject-out-of-range to true
           end-evaluate
           .

      *    Equipment still on issue to a leaver has to be recovered.
       list-unreturned-equipment section.
           move employee-number to equipment-employee-number
           call "equipment-outstanding" using equipment-request
           .

      *    Terminating someone with a live disciplinary or grievance
      *    case is allowed, but HR must be told before it goes ahead.
       check-open-cases section.
           move zero to open-case-count
           open input employee-cases
           if cases-status-key-1 = "0"
               set end-of-cases to false
               move employee-number to case-employee-number
               start employee-cases
                       key is equal to case-employee-number
                   invalid key
                       set end-of-cases to true
               end-start
               perform until end-of-cases
                   read employee-cases next record
                       at end
                           set end-of-cases to true
                       not at end
                           if case-employee-number
                                   not = employee-number
                               set end-of-cases to true
                           else
                               if not case-closed
                                   add 1 to open-case-count
                               end-if
                           end-if
                   end-read
               end-perform
               close employee-cases
           end-if
           if open-case-count > zero
               display "** WARNING: employee " employee-number
                       " has " open-case-count " open disciplinary "
                       "or grievance case(s) - refer to HR before "
                       "terminating. **"
           end-if
           .

       prompt-for-termination-details section.
           move "N" to entry-was-blank
           display "Please enter termination date (yyyymmdd, or 0 "
                       set end-of-browse to true
                   not at end
                       if last-name = search-last-name
                           perform check-employee-company
                           if company-access-allowed
                               perform display-search-match
                           end-if
                       else
                           set end-of-browse to true
                       end-if
       transfer-record section.
           move "N" to entry-was-blank
           perform read-record-with-lock
           perform check-locked-employee-company
           evaluate true
               when lock-record-not-found
                   display "Record not found " employee-number
               when lock-abandoned
                   display "Transfer abandoned - record "
                           employee-number " is in use."
               when not company-access-allowed
                   perform refuse-company-access
                   unlock employee-data
               when other
                   perform capture-transfer-details
                   if not field-entry-blank
                           display "End of file reached."
                           set end-of-browse to true
                       not at end
                           perform check-employee-company
                           if company-access-allowed
                               perform panel-interact
                               if panel-cancelled
                                   set end-of-browse to true
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           .

      *    Salary, pay grade and manager changes need a second
      *    operator: they are queued on master-change-approvals.dat
      *    and only reach the master when master-change-approval
      *    applies them.
       hold-panel-sensitive-changes section.
           move zero to changes-held-count
           if employee-salary not = before-salary
               move 3 to amend-record-selection
               move "SALARY" to audit-field-changed
               move before-salary to audit-salary-edit
               move audit-salary-edit to audit-old-value
               move employee-salary to audit-salary-edit
               move audit-salary-edit to audit-new-value
               move before-salary to employee-salary
               perform hold-sensitive-change
           end-if
           if pay-grade not = before-pay-grade
               move 8 to amend-record-selection
               move "PAY-GRADE" to audit-field-changed
               move before-pay-grade to audit-old-value
               move pay-grade to audit-new-value
               move before-pay-grade to pay-grade
               perform hold-sensitive-change
           end-if
           if manager-employee-number not = before-manager-number
               move 10 to amend-record-selection
               move "MANAGER" to audit-field-changed
               move before-manager-number to audit-old-value
               move manager-employee-number to audit-new-value
               move before-manager-number to manager-employee-number
               perform hold-sensitive-change
           end-if
           .

       hold-sensitive-change section.
           open i-o master-change-approvals
           if approvals-status-key-1 = "3"
               open output master-change-approvals
               close master-change-approvals
               open i-o master-change-approvals
           end-if
           if approvals-status-key-1 not = "0"
               display "Error code " approvals-file-status
                       " opening master-change-approvals.dat - "
                       audit-field-changed " change for employee "
                       employee-number " not made."
               set batch-call-rejected to true
               set reject-write-failure to true
           else
               perform find-next-approval-id
               initialize master-change-approval-record
               move next-approval-id to approval-id
               move employee-number to approval-employee-number
               move amend-record-selection to approval-field-code
               move audit-field-changed to approval-field-name
               move audit-old-value to approval-old-value
               move audit-new-value to approval-new-value
               if running-in-batch
                   move batch-effective-date to approval-effective-date
               end-if
               set approval-awaiting to true
               move operator-id to approval-requested-by
               move function current-date
                   to approval-requested-timestamp
               write master-change-approval-record
                   invalid key
                       display "Failure to queue change for employee "
                               employee-number
                       set batch-call-rejected to true
                       set reject-write-failure to true
                   not invalid key
                       add 1 to changes-held-count
                       set batch-call-held to true
                       display audit-field-changed " change "
                               approval-id " for employee "
                               employee-number " ("
                               function trim(audit-old-value) " -> "
                               function trim(audit-new-value)
                               ") is awaiting approval."
               end-write
               close master-change-approvals
           end-if
           .

       find-next-approval-id section.
           move zero to next-approval-id
           set end-of-approvals to false
           move low-values to approval-id
           start master-change-approvals
                   key is greater than approval-id
               invalid key
                   set end-of-approvals to true
           end-start
           perform until end-of-approvals
               read master-change-approvals next record
                   at end
                       set end-of-approvals to true
                   not at end
                       if approval-id > next-approval-id
                           move approval-id to next-approval-id
                       end-if
               end-read
           end-perform
           add 1 to next-approval-id
           .

       write-journal-record section.
           move function current-date(1:8) to journal-date
           move function current-date to journal-timestamp
           end-if
           .

       prompt-for-pay-frequency section.
           display "Pay frequency - [M]onthly or [W]eekly:"
           move "M" to pay-frequency-entry
           accept pay-frequency-entry
           if not valid-pay-frequency-entry
               display "Pay frequency must be M or W - entry "
                       "cancelled."
               set field-entry-blank to true
           else
               move pay-frequency-entry to pay-frequency
           end-if
           .

       prompt-for-hourly-rate section.
           display "Please enter hourly rate:"
           move spaces to rate-raw-entry
                   move selected-employee::employee-salary
                       to formatted-salary-generic
           end-evaluate
           .

      *    Operators only see and change employees of the companies
      *    they are authorised for.
       check-employee-company section.
           set company-access-allowed to true
           if not running-in-batch
               move company-code to entity-company-code
               move operator-id to entity-operator-id
               set entity-validate-action to true
               call "company-entity" using company-entity-request
               if entity-not-authorised
                   set company-access-allowed to false
               end-if
           end-if
           .

       check-locked-employee-company section.
           set company-access-allowed to true
           if lock-record-obtained
               perform check-employee-company
           end-if
           .

       refuse-company-access section.
           display "Employee " employee-number " belongs to company "
                   company-code " - operator " operator-id
                   " is not authorised for it."
           set batch-call-rejected to true
           set reject-not-authorised to true
           .

       prompt-for-company-code section.
           display "Please enter the company code:"
           move spaces to company-code-entry
           accept company-code-entry
           .

       validate-company-code section.
           set company-entry-invalid to false
           move company-code-entry to entity-company-code
           move operator-id to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if entity-accepted
               move entity-company-code to company-code
           else
               display "Company " company-code-entry(1:2)
                       " is not open to operator " operator-id "."
               set field-entry-blank to true
               set company-entry-invalid to true
               if entity-not-authorised
                   set reject-not-authorised to true
               else
                   set reject-out-of-range to true
               end-if
           end-if
           .
