       input-output section.
           select employee-cases
               assign "employee-cases.dat"
               organization indexed
               access dynamic
               record key case-id
               alternate record key case-employee-number
                   with duplicates
               file status cases-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  employee-cases.
       copy employee-case-record.

       FD  employee-data.
       copy employee-record.

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
       01  case-selection              pic 9 value 0.
           88  open-new-case           value 1.
           88  complete-case-stage     value 2.
           88  reassign-case           value 3.
           88  inquire-case            value 4.
           88  list-employee-cases     value 5.
           88  exit-cases              value 6.
           88  valid-case-selection    values 1 thru 6.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  todays-date                 pic 9(8).
       01  case-id-entry               pic 9(5).
       01  employee-entry              pic 9(5).
       01  due-date-entry              pic 9(8).
       01  next-case-id                pic 9(5).
       01  next-stage-entry            pic X value space.
           88  next-is-hearing         value "H" "h".
           88  next-is-appeal          value "A" "a".
           88  next-is-close           value "C" "c".
       01  outcome-entry               pic X(4).
       01  handler-entry               pic X(8).
       01  stage-number                pic 9.
       01  stage-name                  pic X(13).
       01  cases-listed                pic 9(3) value 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  cases-file-status.
           05  cases-status-key-1      pic X.
           05  cases-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       linkage section.
       copy record-function.

       procedure division using by reference record-function.
           perform load-operator-role
           if not role-supervisor
               display "Operator " operator-id " is not a supervisor "
                       "- case records are restricted."
               goback
           end-if
           move function current-date(1:8) to todays-date
           open i-o employee-cases
           if cases-status-key-1 = "3"
               open output employee-cases
               close employee-cases
               open i-o employee-cases
           end-if
           if cases-status-key-1 not = "0"
               display "Error code " cases-file-status
                       " opening employee-cases.dat."
               goback
           end-if
           open input employee-data

           move zero to case-selection
           perform until exit-cases
               perform prompt-for-case-function
               evaluate true
                   when not valid-case-selection
                       display "Invalid Function."
                   when open-new-case
                       perform open-employee-case
                   when complete-case-stage
                       perform complete-current-stage
                   when reassign-case
                       perform reassign-case-handler
                   when inquire-case
                       perform display-case-by-id
                   when list-employee-cases
                       perform list-cases-for-employee
               end-evaluate
           end-perform

           close employee-cases
           close employee-data
           display "Exiting case tracking..."
           goback
           .

       load-operator-role section.
           move "N" to operator-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               move "S" to operator-role
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
               if not operator-on-file
                   move "I" to operator-role
               end-if
           end-if
           .

       prompt-for-case-function section.
           display "Disciplinary and grievance cases - would you "
                   "like to:"
           display "- [1] Open a case"
           display "- [2] Complete the current stage"
           display "- [3] Reassign the handling officer"
           display "- [4] Inquire on a case"
           display "- [5] List cases for an employee"
           display "- [6] Exit"
           accept case-selection
           .

       open-employee-case section.
           move "N" to entry-was-blank
           display "Please enter the employee number:"
           accept employee-entry
           move employee-entry to employee-number
           read employee-data
               invalid key
                   display "Record not found " employee-entry
                   set field-entry-blank to true
               not invalid key
                   if not employee-active
                       display "Employee " employee-entry " is not "
                               "active - check before proceeding."
                   end-if
           end-read
           if not field-entry-blank
               initialize employee-case-record
               move employee-entry to case-employee-number
               display "Case type - [D]isciplinary or [G]rievance:"
               accept case-type
               if case-type = "d"
                   move "D" to case-type
               end-if
               if case-type = "g"
                   move "G" to case-type
               end-if
               if not valid-case-type
                   display "Invalid case type - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               display "Please enter a short summary:"
               accept case-summary
               display "Investigation due date (yyyymmdd):"
               perform accept-due-date
           end-if
           if not field-entry-blank
               set stage-investigation to true
               move due-date-entry to stage-due-date(1)
               move operator-id to case-handler-id
               move todays-date to case-opened-date
               move function current-date to case-timestamp
               perform find-next-case-id
               move next-case-id to case-id
               write employee-case-record
                   invalid key
                       display "Failure to record case."
                   not invalid key
                       display "Case " case-id " opened for employee "
                               case-employee-number " - handled by "
                               case-handler-id "."
               end-write
           else
               display "Case not opened."
           end-if
           .

       accept-due-date section.
           move zero to due-date-entry
           accept due-date-entry
           if function test-date-yyyymmdd(due-date-entry) not = zero
               display "Invalid date - entry cancelled."
               set field-entry-blank to true
           else
               if due-date-entry < todays-date
                   display "Due date is in the past - entry "
                           "cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           .

       find-next-case-id section.
           move zero to next-case-id
           set end-of-browse to false
           move low-values to case-id
           start employee-cases key is greater than case-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read employee-cases next record
                   at end
                       set end-of-browse to true
                   not at end
                       if case-id > next-case-id
                           move case-id to next-case-id
                       end-if
               end-read
           end-perform
           add 1 to next-case-id
           .

       read-case-by-id section.
           move "N" to entry-was-blank
           display "Please enter the case number:"
           accept case-id-entry
           move case-id-entry to case-id
           read employee-cases key is case-id
               invalid key
                   display "Case " case-id-entry " not found."
                   set field-entry-blank to true
           end-read
           .

      *    Completing a stage dates it and moves the case on: an
      *    investigation to a hearing or closure, a hearing to its
      *    outcome, an outcome to appeal or closure, and an appeal
      *    to closure with the final outcome.
       complete-current-stage section.
           perform read-case-by-id
           if not field-entry-blank
               if case-closed
                   display "Case " case-id " is already closed."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               perform display-one-case
               perform set-stage-number
               move todays-date to stage-completed-date(stage-number)
               evaluate true
                   when stage-investigation
                       perform complete-investigation
                   when stage-hearing
                       display "Outcome due date (yyyymmdd):"
                       perform accept-due-date
                       if not field-entry-blank
                           move due-date-entry to stage-due-date(3)
                           set stage-outcome to true
                       end-if
                   when stage-outcome
                       perform record-case-outcome
                   when stage-appeal
                       display "Final outcome after appeal (enter to "
                               "keep " case-outcome "):"
                       perform capture-outcome-code
                       if not field-entry-blank
                           perform close-employee-case
                       end-if
               end-evaluate
           end-if
           if not field-entry-blank
               move function current-date to case-timestamp
               rewrite employee-case-record
                   invalid key
                       display "Failure to update case " case-id "."
                   not invalid key
                       perform set-stage-number
                       display "Case " case-id " is now at stage: "
                               stage-name
               end-rewrite
           else
               display "Case not updated."
           end-if
           .

       complete-investigation section.
           display "[H]earing required or [C]lose with no further "
                   "action?"
           move space to next-stage-entry
           accept next-stage-entry
           evaluate true
               when next-is-hearing
                   display "Hearing due date (yyyymmdd):"
                   perform accept-due-date
                   if not field-entry-blank
                       move due-date-entry to stage-due-date(2)
                       set stage-hearing to true
                   end-if
               when next-is-close
                   move "NFA " to case-outcome
                   perform close-employee-case
               when other
                   display "Invalid choice - entry cancelled."
                   set field-entry-blank to true
           end-evaluate
           .

       record-case-outcome section.
           display "Outcome code - disciplinary NFA, VERB, WRIT, FINL,"
                   " DISM; grievance NFA, UPHL, PART, NUPH:"
           move spaces to case-outcome
           perform capture-outcome-code
           if not field-entry-blank and case-outcome = spaces
               display "An outcome is required - entry cancelled."
               set field-entry-blank to true
           end-if
           if not field-entry-blank
               display "[A]ppeal lodged or [C]lose the case?"
               move space to next-stage-entry
               accept next-stage-entry
               evaluate true
                   when next-is-appeal
                       display "Appeal hearing due date (yyyymmdd):"
                       perform accept-due-date
                       if not field-entry-blank
                           move due-date-entry to stage-due-date(4)
                           set stage-appeal to true
                       end-if
                   when next-is-close
                       perform close-employee-case
                   when other
                       display "Invalid choice - entry cancelled."
                       set field-entry-blank to true
               end-evaluate
           end-if
           .

       capture-outcome-code section.
           move spaces to outcome-entry
           accept outcome-entry
           if outcome-entry not = spaces
               move outcome-entry to case-outcome
               if (disciplinary-case
                       and not valid-disciplinary-outcome)
                   or (grievance-case
                       and not valid-grievance-outcome)
                   display "Invalid outcome " outcome-entry
                           " - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank and outcome-is-warning
               display "Warning expiry date (yyyymmdd):"
               perform accept-due-date
               if not field-entry-blank
                   move due-date-entry to case-warning-expiry
               end-if
           end-if
           if not field-entry-blank and not outcome-is-warning
               move zero to case-warning-expiry
           end-if
           .

       close-employee-case section.
           set case-closed to true
           move todays-date to case-closed-date
           .

       set-stage-number section.
           evaluate true
               when stage-investigation
                   move 1 to stage-number
                   move "Investigation" to stage-name
               when stage-hearing
                   move 2 to stage-number
                   move "Hearing" to stage-name
               when stage-outcome
                   move 3 to stage-number
                   move "Outcome" to stage-name
               when stage-appeal
                   move 4 to stage-number
                   move "Appeal" to stage-name
               when other
                   move 4 to stage-number
                   move "Closed" to stage-name
           end-evaluate
           .

       reassign-case-handler section.
           perform read-case-by-id
           if not field-entry-blank
               display "Case " case-id " is handled by "
                       case-handler-id " - enter the new handling "
                       "operator id:"
               move spaces to handler-entry
               accept handler-entry
               if handler-entry = spaces
                   display "Reassignment cancelled."
               else
                   move handler-entry to case-handler-id
                   move function current-date to case-timestamp
                   rewrite employee-case-record
                   display "Case " case-id " reassigned to "
                           case-handler-id "."
               end-if
           end-if
           .

       display-case-by-id section.
           perform read-case-by-id
           if not field-entry-blank
               perform display-one-case
               perform varying case-stage-index from 1 by 1
                       until case-stage-index > 4
                   if stage-due-date(case-stage-index) not = zero
                       set stage-number to case-stage-index
                       display "     stage " stage-number " due "
                               stage-due-date(case-stage-index)
                               " completed "
                               stage-completed-date(case-stage-index)
                   end-if
               end-perform
           end-if
           .

       display-one-case section.
           perform set-stage-number
           display "Case " case-id " employee " case-employee-number
                   " type " case-type " stage " stage-name
                   " handler " case-handler-id
           display "     " case-summary
           display "     opened " case-opened-date " outcome "
                   case-outcome " warning expires "
                   case-warning-expiry " closed " case-closed-date
           .

       list-cases-for-employee section.
           display "Please enter the employee number:"
           accept employee-entry
           move zero to cases-listed
           set end-of-browse to false
           move employee-entry to case-employee-number
           start employee-cases key is equal to case-employee-number
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read employee-cases next record
                   at end
                       set end-of-browse to true
                   not at end
                       if case-employee-number not = employee-entry
                           set end-of-browse to true
                       else
                           add 1 to cases-listed
                           perform display-one-case
                       end-if
               end-read
           end-perform
           if cases-listed = zero
               display "No cases on file for employee "
                       employee-entry "."
           end-if
           .
