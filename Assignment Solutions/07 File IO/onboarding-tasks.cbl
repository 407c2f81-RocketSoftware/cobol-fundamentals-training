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

       file section.
       FD  onboarding-template.
       copy onboarding-template-record.

       FD  onboarding-tasks.
       copy onboarding-task-record.

      *    A department's own template is used when it has one,
      *    otherwise the template held under a blank department, and
      *    failing that the standard list below.
       working-storage section.
       78  STANDARD-TASK-COUNT         value 5.
       01  standard-task-values.
           05  filler  pic X(42) value
               "Contract issued               HR      000Y".
           05  filler  pic X(42) value
               "Bank details received         PAYROLL 000Y".
           05  filler  pic X(42) value
               "Required training booked      TRAINING014N".
           05  filler  pic X(42) value
               "Equipment issued              FACILITY001N".
           05  filler  pic X(42) value
               "Probation review scheduled    MANAGER 030N".
       01  standard-task-table redefines standard-task-values.
           05  standard-task-entry     occurs 5 times.
               10  standard-description    pic X(30).
               10  standard-owner          pic X(8).
               10  standard-due-days       pic 9(3).
               10  standard-mandatory      pic X.
       01  template-department-used    pic X(4).
       01  base-date                   pic 9(8).
       01  todays-date                 pic 9(8).
       01  due-date-integer            pic 9(8).
       01  standard-index              pic 9(2).
       01  template-found-flag         pic X value "N".
           88  template-found          value "Y" false "N".
       01  template-open-flag          pic X value "N".
           88  template-file-open      value "Y" false "N".
       01  template-read-status        pic 9 value 0.
           88  end-of-templates        value 1 false 0.
       01  template-file-status.
           05  template-status-key-1   pic X.
           05  template-status-key-2   pic X.
       01  task-file-status.
           05  task-status-key-1       pic X.
           05  task-status-key-2       pic X.

       linkage section.
       copy onboarding-request.

       procedure division using by reference onboarding-request.
           move zero to onboarding-tasks-created
           set onboarding-failed to true
           move function current-date(1:8) to todays-date
           if onboarding-hire-date = zero
               move todays-date to base-date
           else
               move onboarding-hire-date to base-date
           end-if
           open i-o onboarding-tasks
           if task-status-key-1 = "3"
               open output onboarding-tasks
               close onboarding-tasks
               open i-o onboarding-tasks
           end-if
           if task-status-key-1 not = "0"
               display "Error code " task-file-status
                       " opening onboarding-tasks.dat - no "
                       "onboarding tasks set up."
               goback
           end-if
           perform check-existing-tasks
           if not onboarding-already-set
               perform choose-template
               if template-found
                   perform copy-template-tasks
               else
                   perform copy-standard-tasks
               end-if
               if onboarding-tasks-created > zero
                   set onboarding-created to true
               end-if
           end-if
           if template-file-open
               close onboarding-template
               set template-file-open to false
           end-if
           close onboarding-tasks
           goback
           .

       check-existing-tasks section.
           move onboarding-employee-number to task-employee-number
           move zero to task-number
           start onboarding-tasks key is not less than task-key
               invalid key
                   continue
               not invalid key
                   read onboarding-tasks next record
                       at end
                           continue
                       not at end
                           if task-employee-number
                                   = onboarding-employee-number
                               set onboarding-already-set to true
                           end-if
                   end-read
           end-start
           .

       choose-template section.
           set template-found to false
           open input onboarding-template
           if template-status-key-1 = "0"
               set template-file-open to true
               move onboarding-department to template-department-used
               perform find-template-start
               if not template-found
                       and onboarding-department not = spaces
                   move spaces to template-department-used
                   perform find-template-start
               end-if
           end-if
           .

       find-template-start section.
           move template-department-used to template-department
           move zero to template-task-number
           start onboarding-template
                   key is not less than template-key
               invalid key
                   continue
               not invalid key
                   read onboarding-template next record
                       at end
                           continue
                       not at end
                           if template-department
                                   = template-department-used
                               set template-found to true
                           end-if
                   end-read
           end-start
           .

      *    The first template record has already been read.
       copy-template-tasks section.
           set end-of-templates to false
           perform until end-of-templates
               move template-description to task-description
               move template-owner to task-owner
               move template-due-days to due-date-integer
               move template-mandatory to task-mandatory
               perform write-one-task
               read onboarding-template next record
                   at end
                       set end-of-templates to true
                   not at end
                       if template-department
                               not = template-department-used
                           set end-of-templates to true
                       end-if
               end-read
           end-perform
           .

       copy-standard-tasks section.
           perform varying standard-index from 1 by 1
                   until standard-index > STANDARD-TASK-COUNT
               move standard-description(standard-index)
                   to task-description
               move standard-owner(standard-index) to task-owner
               move standard-due-days(standard-index)
                   to due-date-integer
               move standard-mandatory(standard-index)
                   to task-mandatory
               perform write-one-task
           end-perform
           .

      *    The due days are counted from hire-date and arrive here in
      *    due-date-integer.
       write-one-task section.
           compute due-date-integer =
               function integer-of-date(base-date) + due-date-integer
           compute task-due-date =
               function date-of-integer(due-date-integer)
           move onboarding-employee-number to task-employee-number
           compute task-number = onboarding-tasks-created + 1
           set task-open to true
           move todays-date to task-generated-date
           move spaces to task-completed-by
           move spaces to task-completed-timestamp
           write onboarding-task-record
               invalid key
                   display "Onboarding task " task-number
                           " for employee " task-employee-number
                           " already on file."
               not invalid key
                   add 1 to onboarding-tasks-created
           end-write
           .
