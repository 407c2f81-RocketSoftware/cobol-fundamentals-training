       input-output section.
           select payroll-approvals
               assign approvals-file-name
               organization sequential
               file status approvals-file-status.
           select operator-permissions
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  approve-period-entry        pic 9(6) value 0.
       01  approve-company-entry       pic X(2) value spaces.
       01  approvals-file-name         pic X(40)
                                       value "payroll-approvals.dat".
       01  latest-event-for-period     pic X value spaces.
           88  period-awaiting-approval value "T".
           88  period-already-approved value "A".
       01  trial-net-total             pic S9(11)V9(2) value 0.
       01  trial-timestamp             pic X(21) value spaces.
       01  formatted-trial-total       pic Z(3),ZZZ,ZZZ,ZZ9.99.
       01  approve-frequency           pic X value "M".
           88  weekly-approval         value "W".
           88  valid-approve-frequency values "M" "W".
       01  approve-confirmation        pic X value "N".
           88  approval-confirmed      value "Y" "y".
       01  approvals-read-status       pic 9 value 0.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       copy company-entity-request.
       copy notification-request.

       procedure division.
           display "===== Payroll Run Approval ====="
           display "Please enter your operator id:"
               goback
           end-if

           display "Please enter the company code (blank for the "
                   "primary employer):"
           accept approve-company-entry
           move approve-company-entry to entity-company-code
           move operator-id to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " approve-company-entry " is not "
                       "open to operator " operator-id
                       " - approval refused."
               goback
           end-if
           display "Please enter the pay frequency - M for monthly, "
                   "W for weekly (blank for monthly):"
           move spaces to approve-frequency
           accept approve-frequency
           if approve-frequency = space
               move "M" to approve-frequency
           end-if
           if not valid-approve-frequency
               display "Pay frequency " approve-frequency " is not "
                       "M or W - approval refused."
               goback
           end-if
           move approve-frequency to entity-pay-frequency
           set entity-file-name-action to true
           move approvals-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to approvals-file-name
           display "Approving for company " entity-company-code " "
                   entity-company-name

           if weekly-approval
               display "Please enter the week to approve (yyyyww):"
           else
               display "Please enter the period to approve (yyyymm):"
           end-if
           accept approve-period-entry
           perform find-trial-for-period
           evaluate true
           open extend payroll-approvals
           if approvals-status-key-1 not = "0"
               display "Error code " approvals-file-status
                       " opening " function trim(approvals-file-name)
                       "."
           else
               move approve-period-entry to approval-period
               set run-approved to true
               display "Period " approve-period-entry " approved by "
                       operator-id " - the next payroll run will "
                       "write the payslips."
               perform close-approval-reminders
           end-if
           .

       close-approval-reminders section.
           set notification-close-action to true
           move "PAYAPPRV" to notification-type
           move spaces to notification-reference
           string entity-company-code delimited by size
                  approve-frequency delimited by size
                  approve-period-entry delimited by size
                  into notification-reference
           end-string
           call "notification-outbox"
               using by reference notification-request
           end-call
           .
