       input-output section.
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
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.

       file section.
       FD  onboarding-tasks.
       copy onboarding-task-record.

       FD  employee-data.
       copy employee-record.

       FD  report-print.
       01  report-print-line           pic X(90).

      *    Run first thing each morning for HR. Tasks for anyone who
      *    has since left are not chased.
       working-storage section.
       01  todays-date                 pic 9(8).
       01  days-overdue                pic 9(5).
       01  formatted-days              pic ZZ,ZZ9.
       01  employee-full-name          pic X(25).
       01  employee-left-flag          pic X value "N".
           88  employee-has-left       value "Y" false "N".
       01  open-tasks-read             pic 9(5) value 0.
       01  overdue-tasks               pic 9(5) value 0.
       01  overdue-mandatory-tasks     pic 9(5) value 0.
       01  leaver-tasks-skipped        pic 9(5) value 0.
       01  print-work-line             pic X(90).
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  employee-master-flag        pic X value "N".
           88  employee-master-open    value "Y" false "N".
       01  task-file-status.
           05  task-status-key-1       pic X.
           05  task-status-key-2       pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       copy report-catalog-request.

       procedure division.
           move function current-date(1:8) to todays-date
           open input onboarding-tasks
           if task-status-key-1 not = "0"
               display "No onboarding tasks on file - nothing to "
                       "report."
               goback
           end-if
           open input employee-data
           if status-key-1 = "0"
               set employee-master-open to true
           end-if
           perform register-report-run
           open output report-print
           move spaces to print-work-line
           string "===== Overdue Onboarding Tasks as at "
                      delimited by size
                  todays-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-report-line
           move "Emp   Name                      Task  "
             & "Description                    Owner    Due"
               to print-work-line
           perform write-report-line
           move all "-" to print-work-line
           perform write-report-line

           move low-values to task-key
           start onboarding-tasks key is greater than task-key
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read onboarding-tasks next record
                   at end
                       set end-of-browse to true
                   not at end
                       if task-open
                           add 1 to open-tasks-read
                           perform check-task-overdue
                       end-if
               end-read
           end-perform

           move all "-" to print-work-line
           perform write-report-line
           move spaces to print-work-line
           string "Open tasks: " delimited by size
                  open-tasks-read delimited by size
                  "  Overdue: " delimited by size
                  overdue-tasks delimited by size
                  "  Mandatory overdue: " delimited by size
                  overdue-mandatory-tasks delimited by size
                  into print-work-line
           end-string
           perform write-report-line
           if leaver-tasks-skipped > zero
               move spaces to print-work-line
               string "Open tasks for employees who have left: "
                          delimited by size
                      leaver-tasks-skipped delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           close report-print
           perform catalogue-report-run
           close onboarding-tasks
           if employee-master-open
               close employee-data
               set employee-master-open to false
           end-if
           display "Overdue onboarding report written - "
                   overdue-tasks " of " open-tasks-read
                   " open tasks overdue."
           goback
           .

       check-task-overdue section.
           if task-due-date < todays-date
               move spaces to employee-full-name
               set employee-has-left to false
               if employee-master-open
                   move task-employee-number to employee-number
                   read employee-data
                       invalid key
                           move "NOT ON FILE" to employee-full-name
                       not invalid key
                           if not employee-active
                               set employee-has-left to true
                           end-if
                           string function trim(first-name)
                                      delimited by size
                                  " " delimited by size
                                  last-name delimited by size
                                  into employee-full-name
                           end-string
                   end-read
               end-if
               if employee-has-left
                   add 1 to leaver-tasks-skipped
               else
                   perform print-overdue-task
               end-if
           end-if
           .

       print-overdue-task section.
           add 1 to overdue-tasks
           if task-is-mandatory
               add 1 to overdue-mandatory-tasks
           end-if
           compute days-overdue =
               function integer-of-date(todays-date)
               - function integer-of-date(task-due-date)
           move days-overdue to formatted-days
           move spaces to print-work-line
           move task-employee-number to print-work-line(1:5)
           move employee-full-name to print-work-line(7:25)
           move task-number to print-work-line(33:2)
           move task-description to print-work-line(39:30)
           move task-owner to print-work-line(70:8)
           move task-due-date to print-work-line(79:8)
           perform write-report-line
           move spaces to print-work-line
           string "      " delimited by size
                  formatted-days delimited by size
                  " days overdue" delimited by size
                  into print-work-line
           end-string
           if task-is-mandatory
               move "MANDATORY" to print-work-line(28:9)
           end-if
           perform write-report-line
           .

       write-report-line section.
           write report-print-line from print-work-line
           add 1 to catalog-line-count
           .

       register-report-run section.
           set catalog-open-action to true
           move "ONBOARDING-OVERDUE" to catalog-report-name
           move "onboarding-overdue-print.txt"
               to catalog-base-file-name
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move "*REPORT*" to catalog-operator-id
           move 1 to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .
