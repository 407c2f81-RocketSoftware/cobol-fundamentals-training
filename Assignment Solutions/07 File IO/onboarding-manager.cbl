       input-output section.
           select onboarding-template
               assign "onboarding-template.dat"
               organization indexed
               access dynamic
               record key template-key
               file status template-file-status.
           select onboarding-tasks
               assign "onboarding-tasks.dat"
               organization indexed
               access dynamic
               record key task-key
               file status task-file-status.
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
       FD  onboarding-template.
       copy onboarding-template-record.

       FD  onboarding-tasks.
       copy onboarding-task-record.

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
       01  manager-selection           pic 9 value 0.
           88  list-employee-tasks     value 1.
           88  complete-task           value 2.
           88  waive-task              value 3.
           88  set-up-employee-tasks   value 4.
           88  maintain-template-task  value 5.
           88  delete-template-task    value 6.
           88  list-template           value 7.
           88  exit-manager            value 8.
           88  valid-manager-selection values 1 thru 8.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
           88  role-inquiry            value "I".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  employee-entry              pic 9(5) value 0.
       01  task-entry                  pic 9(2) value 0.
       01  department-entry            pic X(4) value spaces.
       01  due-days-entry              pic 9(3) value 0.
       01  mandatory-entry             pic X value "N".
           88  mandatory-chosen        value "Y" "y".
       01  tasks-listed                pic 9(3) value 0.
       01  task-state-text             pic X(7).
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  template-file-status.
           05  template-status-key-1   pic X.
           05  template-status-key-2   pic X.
       01  task-file-status.
           05  task-status-key-1       pic X.
           05  task-status-key-2       pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       copy onboarding-request.

       procedure division.
           display "===== Onboarding Checklists ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role

           perform until exit-manager
               perform prompt-for-manager-function
               evaluate true
                   when not valid-manager-selection
                       display "Invalid Function."
                   when list-employee-tasks
                       perform list-tasks-for-employee
                   when complete-task
                       if role-inquiry
                           display "Inquiry operators may not "
                                   "update tasks."
                       else
                           perform complete-one-task
                       end-if
                   when waive-task
                       if role-supervisor
                           perform waive-one-task
                       else
                           display "Only a supervisor may waive "
                                   "a task."
                       end-if
                   when set-up-employee-tasks
                       if role-inquiry
                           display "Inquiry operators may not "
                                   "set up tasks."
                       else
                           perform set-up-tasks-for-employee
                       end-if
                   when maintain-template-task
                       if role-supervisor
                           perform maintain-one-template-task
                       else
                           display "Only a supervisor may change "
                                   "the templates."
                       end-if
                   when delete-template-task
                       if role-supervisor
                           perform delete-one-template-task
                       else
                           display "Only a supervisor may change "
                                   "the templates."
                       end-if
                   when list-template
                       perform list-department-template
               end-evaluate
           end-perform
           display "Exiting onboarding checklists..."
           goback
           .

       prompt-for-manager-function section.
           display "Onboarding checklists - would you like to:"
           display "- [1] List an employee's onboarding tasks"
           display "- [2] Mark a task complete"
           display "- [3] Waive a task"
           display "- [4] Set up tasks for an existing employee"
           display "- [5] Add or amend a template task"
           display "- [6] Delete a template task"
           display "- [7] List a department template"
           display "- [8] Exit"
           accept manager-selection
           .

       load-operator-role section.
           move "N" to operator-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               display "No operator permissions file found - "
                       "access limited to inquiry."
               set end-of-permissions to true
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
           if permissions-status-key-1 = "0"
               close operator-permissions
           end-if
           if not operator-on-file
               move "I" to operator-role
           end-if
           .

       prompt-for-employee-task section.
           display "Please enter the employee number:"
           move zero to employee-entry
           accept employee-entry
           display "Please enter the task number:"
           move zero to task-entry
           accept task-entry
           .

       list-tasks-for-employee section.
           display "Please enter the employee number:"
           move zero to employee-entry
           accept employee-entry
           move zero to tasks-listed
           open input onboarding-tasks
           if task-status-key-1 not = "0"
               display "No onboarding tasks on file."
           else
               move employee-entry to task-employee-number
               move zero to task-number
               set end-of-browse to false
               start onboarding-tasks
                       key is not less than task-key
                   invalid key
                       set end-of-browse to true
               end-start
               perform until end-of-browse
                   read onboarding-tasks next record
                       at end
                           set end-of-browse to true
                       not at end
                           if task-employee-number
                                   not = employee-entry
                               set end-of-browse to true
                           else
                               perform display-task-line
                           end-if
                   end-read
               end-perform
               close onboarding-tasks
               if tasks-listed = zero
                   display "No onboarding tasks for employee "
                           employee-entry "."
               end-if
           end-if
           .

       display-task-line section.
           add 1 to tasks-listed
           evaluate true
               when task-open
                   move "open" to task-state-text
               when task-done
                   move "done" to task-state-text
               when other
                   move "waived" to task-state-text
           end-evaluate
           display task-number " " task-description " owner "
                   task-owner " due " task-due-date " "
                   task-state-text " mandatory " task-mandatory
           if not task-open
               display "      by " task-completed-by " on "
                       task-completed-timestamp(1:8)
           end-if
           .

       complete-one-task section.
           perform prompt-for-employee-task
           open i-o onboarding-tasks
           if task-status-key-1 not = "0"
               display "No onboarding tasks on file."
           else
               move employee-entry to task-employee-number
               move task-entry to task-number
               read onboarding-tasks
                   invalid key
                       display "Task not found."
                   not invalid key
                       if not task-open
                           display "Task " task-number
                                   " is already closed."
                       else
                           set task-done to true
                           perform close-task-record
                       end-if
               end-read
               close onboarding-tasks
           end-if
           .

       waive-one-task section.
           perform prompt-for-employee-task
           open i-o onboarding-tasks
           if task-status-key-1 not = "0"
               display "No onboarding tasks on file."
           else
               move employee-entry to task-employee-number
               move task-entry to task-number
               read onboarding-tasks
                   invalid key
                       display "Task not found."
                   not invalid key
                       if not task-open
                           display "Task " task-number
                                   " is already closed."
                       else
                           set task-waived to true
                           perform close-task-record
                       end-if
               end-read
               close onboarding-tasks
           end-if
           .

       close-task-record section.
           move operator-id to task-completed-by
           move function current-date to task-completed-timestamp
           rewrite onboarding-task-record
               invalid key
                   display "Failure to update the task."
               not invalid key
                   display "Task " task-number " for employee "
                           task-employee-number " closed."
           end-rewrite
           .

      *    For staff hired before checklists were introduced, or
      *    whose tasks could not be set up when they were inserted.
       set-up-tasks-for-employee section.
           display "Please enter the employee number:"
           move zero to employee-entry
           accept employee-entry
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
           else
               move employee-entry to employee-number
               read employee-data
                   invalid key
                       display "Record not found " employee-number
                   not invalid key
                       if not employee-active
                           display "Employee " employee-number
                                   " is not active - no tasks set up."
                       else
                           perform call-onboarding-tasks
                       end-if
               end-read
               close employee-data
           end-if
           .

       call-onboarding-tasks section.
           move employee-number to onboarding-employee-number
           move department-code to onboarding-department
           move hire-date to onboarding-hire-date
           call "onboarding-tasks" using onboarding-request
           evaluate true
               when onboarding-created
                   display onboarding-tasks-created " onboarding "
                           "tasks set up for employee "
                           employee-number "."
               when onboarding-already-set
                   display "Employee " employee-number " already has "
                           "onboarding tasks."
               when other
                   display "No onboarding tasks set up."
           end-evaluate
           .

       prompt-for-template-key section.
           display "Please enter the department code (blank for the "
                   "default template):"
           move spaces to department-entry
           accept department-entry
           display "Please enter the task number (01-99):"
           move zero to task-entry
           accept task-entry
           .

       open-template-for-update section.
           open i-o onboarding-template
           if template-status-key-1 = "3"
               open output onboarding-template
               close onboarding-template
               open i-o onboarding-template
           end-if
           .

       maintain-one-template-task section.
           perform prompt-for-template-key
           if task-entry = zero
               display "A task number is required."
           else
               perform open-template-for-update
               if template-status-key-1 not = "0"
                   display "Error code " template-file-status
                           " opening onboarding-template.dat."
               else
                   move department-entry to template-department
                   move task-entry to template-task-number
                   read onboarding-template
                       invalid key
                           move spaces to template-description
                           move spaces to template-owner
                           move zero to template-due-days
                           move "N" to template-mandatory
                           perform prompt-for-template-details
                           if template-description not = spaces
                               write onboarding-template-record
                               display "Template task added."
                           end-if
                       not invalid key
                           perform prompt-for-template-details
                           if template-description not = spaces
                               rewrite onboarding-template-record
                               display "Template task amended."
                           end-if
                   end-read
                   close onboarding-template
               end-if
           end-if
           .

       prompt-for-template-details section.
           display "Task description [" template-description "]:"
           accept template-description
           if template-description = spaces
               display "Change cancelled."
           else
               display "Owner (operator id or team) ["
                       template-owner "]:"
               accept template-owner
               display "Days after the hire date it is due ["
                       template-due-days "]:"
               move template-due-days to due-days-entry
               accept due-days-entry
               move due-days-entry to template-due-days
               display "Must it be complete before the first pay "
                       "run? (Y/N)"
               move "N" to mandatory-entry
               accept mandatory-entry
               if mandatory-chosen
                   move "Y" to template-mandatory
               else
                   move "N" to template-mandatory
               end-if
           end-if
           .

       delete-one-template-task section.
           perform prompt-for-template-key
           open i-o onboarding-template
           if template-status-key-1 not = "0"
               display "No onboarding templates on file."
           else
               move department-entry to template-department
               move task-entry to template-task-number
               delete onboarding-template
                   invalid key
                       display "Template task not found."
                   not invalid key
                       display "Template task deleted - tasks "
                               "already set up are unchanged."
               end-delete
               close onboarding-template
           end-if
           .

       list-department-template section.
           display "Please enter the department code (blank for the "
                   "default template):"
           move spaces to department-entry
           accept department-entry
           move zero to tasks-listed
           open input onboarding-template
           if template-status-key-1 not = "0"
               display "No onboarding templates on file - the "
                       "standard checklist is used."
           else
               move department-entry to template-department
               move zero to template-task-number
               set end-of-browse to false
               start onboarding-template
                       key is not less than template-key
                   invalid key
                       set end-of-browse to true
               end-start
               perform until end-of-browse
                   read onboarding-template next record
                       at end
                           set end-of-browse to true
                       not at end
                           if template-department
                                   not = department-entry
                               set end-of-browse to true
                           else
                               add 1 to tasks-listed
                               display template-task-number " "
                                       template-description " owner "
                                       template-owner " due +"
                                       template-due-days " days "
                                       "mandatory "
                                       template-mandatory
                           end-if
                   end-read
               end-perform
               close onboarding-template
               if tasks-listed = zero
                   display "No template for that department - the "
                           "default template applies."
               end-if
           end-if
           .
