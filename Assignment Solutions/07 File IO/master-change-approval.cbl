       input-output section.
           select master-change-approvals
               assign "master-change-approvals.dat"
               organization indexed
               access dynamic
               record key approval-id
               file status approvals-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select audit-log
               assign "employee-audit.dat"
               organization sequential
               file status audit-file-status-code.
           select pay-period-calendar
               assign "pay-period-calendar.dat"
               organization indexed
               access dynamic
               record key calendar-period
               file status calendar-file-status.
           select retro-adjustments
               assign "retro-adjustments.dat"
               organization sequential
               file status retro-file-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  master-change-approvals.
       copy master-change-approval-record.

       FD  employee-data.
       copy employee-record.

       FD  audit-log.
       01  audit-log-record.
           05  audit-employee-number   pic 9(5).
           05  audit-field-changed     pic X(15).
           05  audit-old-value         pic X(20).
           05  audit-new-value         pic X(20).
           05  audit-timestamp         pic X(21).
           05  audit-operator-id       pic X(8).

       FD  pay-period-calendar.
       01  pay-period-record.
           05  calendar-period             pic 9(6).
           05  calendar-start-date         pic 9(8).
           05  calendar-end-date           pic 9(8).
           05  calendar-pay-date           pic 9(8).
           05  calendar-status             pic X.
               88  period-open             value "O".
               88  period-closed           value "C".

       FD  retro-adjustments.
       01  retro-adjustment-record.
           05  retro-employee-number   pic 9(5).
           05  retro-period-from       pic 9(6).
           05  retro-period-to         pic 9(6).
           05  retro-amount            pic S9(7)V9(2).
           05  retro-status            pic X.
               88  retro-pending       value "P".
               88  retro-applied       value "A".
           05  retro-timestamp         pic X(21).

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
       copy record-function.
       01  approval-selection          pic 9 value 0.
           88  review-held-changes     value 1.
           88  list-employee-changes   value 2.
           88  exit-approvals          value 3.
           88  valid-approval-selection    values 1 thru 3.
       01  approver-id                 pic X(8) value spaces.
       01  approver-role               pic X value "I".
           88  role-may-approve        values "A" "S".
       01  approver-on-file-flag       pic X value "N".
           88  approver-on-file        value "Y".
       01  review-decision             pic X value space.
           88  decision-approve        value "A" "a".
           88  decision-reject         value "R" "r".
           88  decision-quit           value "Q" "q".
       01  listing-employee-number     pic 9(5).
       01  changes-reviewed            pic 9(5) value 0.
       01  changes-listed              pic 9(5) value 0.
       01  current-value               pic X(20).
       01  current-salary-edit         pic 9(7).9(2).
       01  employee-full-name          pic X(40).
       01  decision-audit-field        pic X(15).
       01  manager-files-open-flag     pic X value "N".
           88  manager-files-open      value "Y" false "N".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  calendar-read-status        pic 9 value 0.
           88  end-of-calendar         value 1 false 0.
       01  last-closed-period-fields.
           05  last-closed-period      pic 9(6) value 0.
           05  filler redefines last-closed-period.
               10  last-closed-year    pic 9(4).
               10  last-closed-month   pic 9(2).
       01  effective-period-fields.
           05  effective-period        pic 9(6).
           05  filler redefines effective-period.
               10  effective-year      pic 9(4).
               10  effective-month     pic 9(2).
       01  old-salary-saved            pic 9(7)V9(2) value 0.
       01  new-salary-value            pic 9(7)V9(2).
       01  old-period-pay              pic 9(7)V9(2).
       01  new-period-pay              pic 9(7)V9(2).
       01  arrears-periods             pic 9(3).
       01  arrears-amount              pic S9(7)V9(2).
       01  backdated-change-flag       pic X value "N".
           88  backdated-salary-change value "Y".
       01  approvals-file-status.
           05  approvals-status-key-1  pic X.
           05  approvals-status-key-2  pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  audit-file-status-code.
           05  audit-status-key-1      pic X.
           05  audit-status-key-2      pic X.
       01  calendar-file-status.
           05  calendar-status-key-1   pic X.
           05  calendar-status-key-2   pic X.
       01  retro-file-status.
           05  retro-status-key-1      pic X.
           05  retro-status-key-2      pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       procedure division.
           display "===== Employee Master Change Approval ====="
           display "Please enter your operator id:"
           accept approver-id
           if approver-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-approver-role
           if not role-may-approve
               display "Operator " approver-id " does not hold an "
                       "approver role - approval refused."
               goback
           end-if

           open i-o master-change-approvals
           if approvals-status-key-1 not = "0"
               display "No changes have been held for approval."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               close master-change-approvals
               goback
           end-if
           perform load-last-closed-period

           perform until exit-approvals
               perform prompt-for-approval-function
               evaluate true
                   when not valid-approval-selection
                       display "Invalid Function."
                   when review-held-changes
                       perform review-awaiting-changes
                   when list-employee-changes
                       perform list-changes-for-employee
               end-evaluate
           end-perform

           close master-change-approvals
           close employee-data
           display "Exiting master change approval..."
           goback
           .

       load-approver-role section.
           move "N" to approver-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               display "No operator permissions file found - "
                       "approval cannot be authorised."
               goback
           end-if
           perform until end-of-permissions or approver-on-file
               read operator-permissions
                   at end
                       set end-of-permissions to true
                   not at end
                       if permission-operator-id = approver-id
                           set approver-on-file to true
                           if operator-enabled
                               move permission-role to approver-role
                           else
                               move "I" to approver-role
                           end-if
                       end-if
               end-read
           end-perform
           close operator-permissions
           if not approver-on-file
               move "I" to approver-role
           end-if
           .

       load-last-closed-period section.
           open input pay-period-calendar
           if calendar-status-key-1 not = "0"
               continue
           else
               move low-values to calendar-period
               start pay-period-calendar
                       key is greater than calendar-period
                   invalid key
                       set end-of-calendar to true
               end-start
               perform until end-of-calendar
                   read pay-period-calendar next record
                       at end
                           set end-of-calendar to true
                       not at end
                           if period-closed
                                   and calendar-period
                                       > last-closed-period
                               move calendar-period
                                   to last-closed-period
                           end-if
                   end-read
               end-perform
               close pay-period-calendar
           end-if
           .

       prompt-for-approval-function section.
           display "Master change approval - would you like to:"
           display "- [1] Review changes awaiting approval"
           display "- [2] List an employee's held changes"
           display "- [3] Exit"
           accept approval-selection
           .

       review-awaiting-changes section.
           move zero to changes-reviewed
           move space to review-decision
           set end-of-browse to false
           move low-values to approval-id
           start master-change-approvals
                   key is greater than approval-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse or decision-quit
               read master-change-approvals next record
                   at end
                       set end-of-browse to true
                   not at end
                       if approval-awaiting
                           add 1 to changes-reviewed
                           perform review-one-change
                       end-if
               end-read
           end-perform
           if manager-files-open
               perform close-employee-manager
           end-if
           if changes-reviewed = zero
               display "No changes awaiting approval."
           end-if
           .

      *    The person who asked for a change can never be the one who
      *    approves it.
       review-one-change section.
           perform display-one-change
           if approval-requested-by = approver-id
               display "Change " approval-id " was requested by you - "
                       "another approver must decide it."
           else
               display "[A]pprove, [R]eject, [Q]uit or press enter "
                       "to skip:"
               move space to review-decision
               accept review-decision
               evaluate true
                   when decision-approve
                       perform apply-approved-change
                   when decision-reject
                       set approval-rejected to true
                       perform record-decision
                       move "CHANGE-REJECTED" to decision-audit-field
                       perform write-decision-audit
                       display "Change " approval-id " rejected - "
                               "the master is unchanged."
               end-evaluate
           end-if
           .

       display-one-change section.
           move approval-employee-number to employee-number
           move spaces to current-value
           move spaces to employee-full-name
           read employee-data
               invalid key
                   move "NOT ON FILE" to current-value
               not invalid key
                   string first-name delimited by space
                          " " delimited by size
                          last-name delimited by space
                          into employee-full-name
                   end-string
                   evaluate true
                       when approval-salary
                           move employee-salary to current-salary-edit
                           move current-salary-edit to current-value
                       when approval-pay-grade
                           move pay-grade to current-value
                       when approval-manager
                           move manager-employee-number
                               to current-value
                   end-evaluate
           end-read
           display "Change " approval-id " employee "
                   approval-employee-number " "
                   function trim(employee-full-name)
           display "     " approval-field-name " "
                   function trim(approval-old-value) " -> "
                   function trim(approval-new-value)
                   "   (now " function trim(current-value) ")"
           display "     requested by " approval-requested-by " on "
                   approval-requested-timestamp(1:8)
           if approval-effective-date not = zero
               display "     effective " approval-effective-date
           end-if
           .

      *    The change goes through the employee record manager, so it
      *    is validated again and audited, written to salary history
      *    and sent to the payroll extract like any other amendment.
       apply-approved-change section.
           perform check-for-backdated-salary
           move approval-requested-by to operator-id
           set running-in-batch to true
           set applying-approved-change to true
           set amend-function to true
           move approval-employee-number to selected-employee-number
           move approval-field-code to batch-amend-selection
           move approval-new-value to batch-new-value
           move approval-effective-date to batch-effective-date
           call "employee-record-manager"
                using by reference record-function
           end-call
           set manager-files-open to true
           set applying-approved-change to false
           if batch-call-rejected
               set approval-apply-failed to true
               move batch-reject-reason to approval-reject-reason
               perform record-decision
               display "Change " approval-id " could not be applied - "
                       "reason " batch-reject-reason "."
           else
               set approval-applied to true
               perform record-decision
               move "CHANGE-APPROVED" to decision-audit-field
               perform write-decision-audit
               display "Change " approval-id " approved and applied."
               if backdated-salary-change
                   perform write-retro-adjustment
               end-if
           end-if
           .

       record-decision section.
           move approver-id to approval-decided-by
           move function current-date to approval-decided-timestamp
           rewrite master-change-approval-record
               invalid key
                   display "Failure to record the decision on change "
                           approval-id
           end-rewrite
           .

      *    The employee record manager holds the audit log open while
      *    its files are open, so it is closed down first.
       write-decision-audit section.
           if manager-files-open
               perform close-employee-manager
           end-if
           open extend audit-log
           if audit-status-key-1 = "0"
               move approval-employee-number to audit-employee-number
               move decision-audit-field to audit-field-changed
               move approval-requested-by to audit-old-value
               move spaces to audit-new-value
               string approval-field-name delimited by space
                      " " delimited by size
                      approval-id delimited by size
                      into audit-new-value
               end-string
               move function current-date to audit-timestamp
               move approver-id to audit-operator-id
               write audit-log-record
               close audit-log
           end-if
           .

      *    A scheduled salary change dated into a closed pay period
      *    owes arrears once it is approved, as pending-changes-apply
      *    would have raised had it gone straight through.
       check-for-backdated-salary section.
           move "N" to backdated-change-flag
           if approval-salary
                   and approval-effective-date not = zero
                   and last-closed-period > zero
               move approval-effective-date(1:6) to effective-period
               if effective-period <= last-closed-period
                   move approval-employee-number to employee-number
                   read employee-data
                       invalid key
                           continue
                       not invalid key
                           move employee-salary to old-salary-saved
                           set backdated-salary-change to true
                   end-read
               end-if
           end-if
           .

       write-retro-adjustment section.
           compute new-salary-value = function numval(
               function trim(approval-new-value))
           compute old-period-pay rounded = old-salary-saved / 12
           compute new-period-pay rounded = new-salary-value / 12
           compute arrears-periods =
               (last-closed-year * 12 + last-closed-month)
               - (effective-year * 12 + effective-month)
               + 1
           compute arrears-amount =
               (new-period-pay - old-period-pay) * arrears-periods
           if arrears-amount = zero
               continue
           else
               open extend retro-adjustments
               if retro-status-key-1 = "3"
                   open output retro-adjustments
                   close retro-adjustments
                   open extend retro-adjustments
               end-if
               if retro-status-key-1 not = "0"
                   display "Error code " retro-file-status
                           " opening retro-adjustments.dat - "
                           "arrears not recorded for employee "
                           approval-employee-number "."
               else
                   move approval-employee-number
                       to retro-employee-number
                   move effective-period to retro-period-from
                   move last-closed-period to retro-period-to
                   move arrears-amount to retro-amount
                   set retro-pending to true
                   move function current-date to retro-timestamp
                   write retro-adjustment-record
                   close retro-adjustments
                   display "Backdated salary change for employee "
                           approval-employee-number " - arrears over "
                           arrears-periods " periods queued for the "
                           "next payroll run."
               end-if
           end-if
           .

       list-changes-for-employee section.
           display "Please enter an employee number:"
           accept listing-employee-number
           move zero to changes-listed
           set end-of-browse to false
           move low-values to approval-id
           start master-change-approvals
                   key is greater than approval-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read master-change-approvals next record
                   at end
                       set end-of-browse to true
                   not at end
                       if approval-employee-number
                               = listing-employee-number
                           add 1 to changes-listed
                           display approval-id " "
                                   approval-field-name " "
                                   function trim(approval-old-value)
                                   " -> "
                                   function trim(approval-new-value)
                                   " status " approval-status
                                   " by " approval-requested-by
                                   " decided " approval-decided-by
                                   " " approval-reject-reason
                       end-if
               end-read
           end-perform
           if changes-listed = zero
               display "No held changes on file for employee "
                       listing-employee-number "."
           end-if
           .

       close-employee-manager section.
           set exit-function to true
           call "employee-record-manager"
                using by reference record-function
           end-call
           set manager-files-open to false
           .
