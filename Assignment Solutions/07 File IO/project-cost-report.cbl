       input-output section.
           select project-master
               assign "project-master.dat"
               organization indexed
               access dynamic
               record key project-code
               file status project-file-status.
           select project-time-file
               assign "timesheet-project-lines.dat"
               organization sequential
               file status project-time-status.
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
       FD  project-master.
       copy project-master-record.

       FD  project-time-file.
       copy project-time-line.

       FD  employee-data.
       copy employee-record.

       FD  report-print.
       01  report-print-line           pic X(132).

      *    Hours are costed at the employee's current rate; salaried
      *    staff are costed at their annual salary over the contract
      *    hours for a year.
       working-storage section.
       78  MAX-PROJECTS                value 200.
       78  MAX-EXCEPTION-LINES         value 200.
       78  ANNUAL-CONTRACT-HOURS       value 1950.
       01  project-table.
           05  project-count           pic 9(3) value 0.
           05  project-entry           occurs MAX-PROJECTS
                                       indexed by project-index.
               10  table-project-code      pic X(6).
               10  table-client            pic X(30).
               10  table-cost-centre       pic X(6).
               10  table-budget-hours      pic 9(5)V9(2).
               10  table-budget-cost       pic 9(7)V9(2).
               10  table-status            pic X.
                   88  table-project-closed    value "C".
               10  table-month-hours       pic 9(5)V9(2).
               10  table-month-cost        pic 9(7)V9(2).
               10  table-to-date-hours     pic 9(6)V9(2).
               10  table-to-date-cost      pic 9(8)V9(2).
       01  exception-table.
           05  exception-count         pic 9(3) value 0.
           05  exception-entry         occurs MAX-EXCEPTION-LINES.
               10  exception-employee      pic 9(5).
               10  exception-week-ending   pic 9(8).
               10  exception-project       pic X(6).
               10  exception-hours         pic 9(3)V9(2).
               10  exception-reason        pic X(7).
       01  exceptions-dropped          pic 9(5) value 0.
       01  exception-reason-text       pic X(7).
       01  projects-dropped            pic 9(3) value 0.
       01  report-month                pic 9(6) value 0.
       01  hourly-cost-rate            pic 9(5)V9(4).
       01  line-cost                   pic 9(7)V9(2).
       01  uncosted-hours              pic 9(6)V9(2) value 0.
       01  project-found-flag          pic X value "N".
           88  project-in-table        value "Y" false "N".
       01  used-percent                pic 9(5).
       01  total-month-hours           pic 9(7)V9(2) value 0.
       01  total-month-cost            pic 9(9)V9(2) value 0.
       01  projects-over-budget        pic 9(3) value 0.
       01  budget-flag                 pic X(4).
       01  print-index                 pic 9(3).
       01  formatted-month-hours       pic ZZ,ZZ9.99.
       01  formatted-month-cost        pic Z,ZZZ,ZZ9.99.
       01  formatted-to-date-hours     pic ZZZ,ZZ9.99.
       01  formatted-to-date-cost      pic ZZ,ZZZ,ZZ9.99.
       01  formatted-budget-hours      pic ZZ,ZZ9.99.
       01  formatted-budget-cost       pic Z,ZZZ,ZZ9.99.
       01  formatted-used-percent      pic ZZZZ9.
       01  formatted-line-hours        pic ZZ9.99.
       01  formatted-total-hours       pic Z,ZZZ,ZZ9.99.
       01  formatted-total-cost        pic ZZZ,ZZZ,ZZ9.99.
       01  print-work-line             pic X(132).
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  time-read-status            pic 9 value 0.
           88  end-of-time-lines       value 1 false 0.
       01  project-file-status.
           05  project-status-key-1    pic X.
           05  project-status-key-2    pic X.
       01  project-time-status.
           05  project-time-key-1      pic X.
           05  project-time-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       copy report-catalog-request.

       procedure division.
           display "===== Project Cost Report ====="
           display "Please enter the month to report (yyyymm):"
           accept report-month
           if report-month(5:2) < "01" or report-month(5:2) > "12"
               display "Not a valid month - no report produced."
               goback
           end-if

           perform load-project-table
           if project-count = zero
               display "No projects on file - no report produced."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if
           perform cost-project-time
           close employee-data

           perform print-project-report
           display "Project cost report complete - "
                   projects-over-budget " projects over budget, "
                   exception-count " lines to closed or unknown "
                   "projects."
           goback
           .

       load-project-table section.
           open input project-master
           if project-status-key-1 = "0"
               set end-of-browse to false
               perform until end-of-browse
                   read project-master next record
                       at end
                           set end-of-browse to true
                       not at end
                           perform add-project-entry
                   end-read
               end-perform
               close project-master
           end-if
           .

       add-project-entry section.
           if project-count < MAX-PROJECTS
               add 1 to project-count
               set project-index to project-count
               move project-code to table-project-code(project-index)
               move project-client to table-client(project-index)
               move project-cost-centre
                   to table-cost-centre(project-index)
               move project-budget-hours
                   to table-budget-hours(project-index)
               move project-budget-cost
                   to table-budget-cost(project-index)
               move project-status to table-status(project-index)
               move zero to table-month-hours(project-index)
               move zero to table-month-cost(project-index)
               move zero to table-to-date-hours(project-index)
               move zero to table-to-date-cost(project-index)
           else
               add 1 to projects-dropped
           end-if
           .

      *    Budgets are for the life of the project, so time is costed
      *    to date as well as for the month being reported.
       cost-project-time section.
           open input project-time-file
           if project-time-key-1 not = "0"
               display "No project time has been booked yet."
           else
               perform until end-of-time-lines
                   read project-time-file
                       at end
                           set end-of-time-lines to true
                       not at end
                           if line-week-ending(1:6) <= report-month
                               perform cost-one-time-line
                           end-if
                   end-read
               end-perform
               close project-time-file
           end-if
           .

       cost-one-time-line section.
           set project-in-table to false
           perform varying project-index from 1 by 1
                   until project-index > project-count
                       or project-in-table
               if table-project-code(project-index)
                       = line-project-code
                   set project-in-table to true
                   set project-index down by 1
               end-if
           end-perform
           if line-week-ending(1:6) = report-month
               evaluate true
                   when not project-in-table
                       move "UNKNOWN" to exception-reason-text
                       perform add-exception-line
                   when table-project-closed(project-index)
                       move "CLOSED" to exception-reason-text
                       perform add-exception-line
               end-evaluate
           end-if
           if project-in-table
               perform find-hourly-cost-rate
               compute line-cost rounded =
                   line-hours * hourly-cost-rate
               add line-hours to table-to-date-hours(project-index)
               add line-cost to table-to-date-cost(project-index)
               if line-week-ending(1:6) = report-month
                   add line-hours to table-month-hours(project-index)
                   add line-cost to table-month-cost(project-index)
                   add line-hours to total-month-hours
                   add line-cost to total-month-cost
               end-if
           end-if
           .

       find-hourly-cost-rate section.
           move zero to hourly-cost-rate
           move line-employee-number to employee-number
           read employee-data
               invalid key
                   add line-hours to uncosted-hours
               not invalid key
                   if hourly-employee
                       move hourly-rate to hourly-cost-rate
                   else
                       compute hourly-cost-rate rounded =
                           employee-salary / ANNUAL-CONTRACT-HOURS
                   end-if
           end-read
           .

       add-exception-line section.
           if exception-count < MAX-EXCEPTION-LINES
               add 1 to exception-count
               move line-employee-number
                   to exception-employee(exception-count)
               move line-week-ending
                   to exception-week-ending(exception-count)
               move line-project-code
                   to exception-project(exception-count)
               move line-hours to exception-hours(exception-count)
               move exception-reason-text
                   to exception-reason(exception-count)
           else
               add 1 to exceptions-dropped
           end-if
           .

       print-project-report section.
           perform register-report-run
           open output report-print
           move spaces to print-work-line
           string "===== Project Cost Report - month "
                      delimited by size
                  report-month delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-report-line
           move spaces to print-work-line
           perform write-report-line
           move "Project Client               Cost ctr  Month hrs"
               & "   Month cost  To-date hrs  To-date cost"
               & "  Budget hrs   Budget cost  Used%"
               to print-work-line
           perform write-report-line
           move all "-" to print-work-line
           perform write-report-line
           perform varying print-index from 1 by 1
                   until print-index > project-count
               perform print-project-line
           end-perform
           move all "-" to print-work-line
           perform write-report-line
           move total-month-hours to formatted-total-hours
           move total-month-cost to formatted-total-cost
           move spaces to print-work-line
           string "Month total: " delimited by size
                  formatted-total-hours delimited by size
                  " hours, cost " delimited by size
                  formatted-total-cost delimited by size
                  into print-work-line
           end-string
           perform write-report-line
           if uncosted-hours > zero
               move uncosted-hours to formatted-total-hours
               move spaces to print-work-line
               string "Hours not costed - employee not on file: "
                          delimited by size
                      formatted-total-hours delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           if projects-dropped > zero
               move spaces to print-work-line
               string projects-dropped delimited by size
                      " projects not reported - table full."
                          delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           perform print-exception-lines
           close report-print
           perform catalogue-report-run
           .

       print-project-line section.
           set project-index to print-index
           move spaces to budget-flag
           move zero to used-percent
           if table-budget-cost(project-index) > zero
               compute used-percent rounded =
                   table-to-date-cost(project-index) * 100
                   / table-budget-cost(project-index)
           end-if
           if (table-budget-cost(project-index) > zero
                   and table-to-date-cost(project-index)
                       > table-budget-cost(project-index))
               or (table-budget-hours(project-index) > zero
                   and table-to-date-hours(project-index)
                       > table-budget-hours(project-index))
               move "OVER" to budget-flag
               add 1 to projects-over-budget
           end-if
           move table-month-hours(project-index)
               to formatted-month-hours
           move table-month-cost(project-index)
               to formatted-month-cost
           move table-to-date-hours(project-index)
               to formatted-to-date-hours
           move table-to-date-cost(project-index)
               to formatted-to-date-cost
           move table-budget-hours(project-index)
               to formatted-budget-hours
           move table-budget-cost(project-index)
               to formatted-budget-cost
           move used-percent to formatted-used-percent
           move spaces to print-work-line
           string table-project-code(project-index)
                      delimited by size
                  "  " delimited by size
                  table-client(project-index)(1:20)
                      delimited by size
                  " " delimited by size
                  table-cost-centre(project-index)
                      delimited by size
                  " " delimited by size
                  formatted-month-hours delimited by size
                  " " delimited by size
                  formatted-month-cost delimited by size
                  " " delimited by size
                  formatted-to-date-hours delimited by size
                  " " delimited by size
                  formatted-to-date-cost delimited by size
                  " " delimited by size
                  formatted-budget-hours delimited by size
                  " " delimited by size
                  formatted-budget-cost delimited by size
                  " " delimited by size
                  formatted-used-percent delimited by size
                  " " delimited by size
                  budget-flag delimited by size
                  " " delimited by size
                  table-status(project-index) delimited by size
                  into print-work-line
           end-string
           perform write-report-line
           .

       print-exception-lines section.
           move spaces to print-work-line
           perform write-report-line
           move "Hours booked this month to closed or unknown projects"
               to print-work-line
           perform write-report-line
           move all "-" to print-work-line
           perform write-report-line
           if exception-count = zero
               move "None." to print-work-line
               perform write-report-line
           end-if
           perform varying print-index from 1 by 1
                   until print-index > exception-count
               move exception-hours(print-index)
                   to formatted-line-hours
               move spaces to print-work-line
               string exception-employee(print-index)
                          delimited by size
                      "  week ending " delimited by size
                      exception-week-ending(print-index)
                          delimited by size
                      "  project " delimited by size
                      exception-project(print-index)
                          delimited by size
                      "  " delimited by size
                      formatted-line-hours delimited by size
                      " hours  " delimited by size
                      exception-reason(print-index)
                          delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-perform
           if exceptions-dropped > zero
               move spaces to print-work-line
               string exceptions-dropped delimited by size
                      " further lines not listed - table full."
                          delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           .

       write-report-line section.
           write report-print-line from print-work-line
           add 1 to catalog-line-count
           .

       register-report-run section.
           set catalog-open-action to true
           move "PROJECT-COST" to catalog-report-name
           move "project-cost-print.txt"
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
