       input-output section.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.

       file section.
       FD  report-print.
       01  report-print-line           pic X(132).

       working-storage section.
       78  DAY-LETTERS                 value "SMTWTFS".
       01  department-entry            pic X(4) value spaces.
       01  plan-start-entry            pic 9(8) value 0.
       01  plan-end-entry              pic 9(8) value 0.
       01  date-integer                pic 9(8).
       01  day-of-week-number          pic 9.
       01  day-letters-text            pic X(7) value DAY-LETTERS.
       01  day-index                   pic 9(2).
       01  employee-index              pic 9(3).
       01  print-column                pic 9(3).
       01  formatted-day-count         pic Z9.
       01  formatted-headcount         pic ZZ9.
       01  formatted-minimum           pic ZZ9.
       01  formatted-allowed           pic ZZ9.
       01  print-work-line             pic X(132).
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       copy department-cover-request.
       copy report-catalog-request.

       procedure division.
           display "===== Team Absence Planner ====="
           display "Please enter the department code:"
           accept department-entry
           display "Please enter the first day of the plan (yyyymmdd):"
           accept plan-start-entry
           display "Please enter the last day of the plan (yyyymmdd, "
                   "at most a month on):"
           accept plan-end-entry

           move department-entry to cover-department-code
           move plan-start-entry to cover-start-date
           move plan-end-entry to cover-end-date
           move zero to cover-proposed-request
           call "department-cover"
                   using by reference department-cover-request
           end-call
           if cover-range-invalid
               display "Not a valid date range of up to 31 days - "
                       "no plan produced."
               goback
           end-if
           if cover-employee-count = zero
               display "No active employees in department "
                       department-entry " - no plan produced."
               goback
           end-if

           perform print-absence-plan
           display "Absence plan complete - " cover-short-days
                   " days below minimum cover, " cover-risk-days
                   " at risk from pending requests."
           goback
           .

       print-absence-plan section.
           perform register-report-run
           open output report-print
           move spaces to print-work-line
           string "===== Team Absence Planner - department "
                      delimited by size
                  cover-department-code delimited by size
                  " - " delimited by size
                  cover-start-date delimited by size
                  " to " delimited by size
                  cover-end-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-plan-line
           perform print-cover-level
           move spaces to print-work-line
           perform write-plan-line
           perform print-day-headings
           perform varying employee-index from 1 by 1
                   until employee-index > cover-employee-count
               perform print-employee-row
           end-perform
           move all "-" to print-work-line
           perform write-plan-line
           perform print-count-rows
           move spaces to print-work-line
           perform write-plan-line
           move "Key: . at work  A approved leave  P pending leave  "
               & "S sick  H public holiday" to print-work-line
           perform write-plan-line
           move "      ** below minimum cover  ?? below minimum "
               & "cover if pending leave is approved"
               to print-work-line
           perform write-plan-line
           if cover-employees-dropped > zero
               move spaces to print-work-line
               string cover-employees-dropped delimited by size
                      " employees not shown - plan full."
                          delimited by size
                      into print-work-line
               end-string
               perform write-plan-line
           end-if
           close report-print
           perform catalogue-report-run
           .

       print-cover-level section.
           move cover-headcount to formatted-headcount
           move spaces to print-work-line
           if cover-level-set
               move cover-minimum-staff to formatted-minimum
               move cover-allowed-off to formatted-allowed
               string "Headcount " delimited by size
                      formatted-headcount delimited by size
                      ", minimum cover " delimited by size
                      formatted-minimum delimited by size
                      " - up to " delimited by size
                      formatted-allowed delimited by size
                      " may be off on any working day."
                          delimited by size
                      into print-work-line
               end-string
           else
               string "Headcount " delimited by size
                      formatted-headcount delimited by size
                      " - no minimum cover set for this department."
                          delimited by size
                      into print-work-line
               end-string
           end-if
           perform write-plan-line
           .

       print-day-headings section.
           move spaces to print-work-line
           move "Employee" to print-work-line(1:8)
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               compute print-column = 28 + (day-index - 1) * 3
               move cover-day-date(day-index)(7:2)
                   to print-work-line(print-column:2)
           end-perform
           perform write-plan-line
           move spaces to print-work-line
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               compute print-column = 28 + (day-index - 1) * 3
               compute date-integer =
                   function integer-of-date(cover-day-date(day-index))
               compute day-of-week-number =
                   function mod(date-integer, 7)
               move day-letters-text(day-of-week-number + 1:1)
                   to print-work-line(print-column + 1:1)
           end-perform
           perform write-plan-line
           .

       print-employee-row section.
           move spaces to print-work-line
           move cover-employee-number(employee-index)
               to print-work-line(1:5)
           move cover-employee-name(employee-index)
               to print-work-line(7:20)
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               compute print-column = 28 + (day-index - 1) * 3
               move cover-mark(employee-index, day-index)
                   to print-work-line(print-column + 1:1)
           end-perform
           perform write-plan-line
           .

       print-count-rows section.
           move spaces to print-work-line
           move "Off (leave/sick)" to print-work-line(1:16)
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               compute print-column = 28 + (day-index - 1) * 3
               move cover-day-off(day-index) to formatted-day-count
               move formatted-day-count
                   to print-work-line(print-column:2)
           end-perform
           perform write-plan-line
           move spaces to print-work-line
           move "Pending requests" to print-work-line(1:16)
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               compute print-column = 28 + (day-index - 1) * 3
               move cover-day-pending(day-index) to formatted-day-count
               move formatted-day-count
                   to print-work-line(print-column:2)
           end-perform
           perform write-plan-line
           if cover-level-set
               move spaces to print-work-line
               move "Cover" to print-work-line(1:5)
               perform varying day-index from 1 by 1
                       until day-index > cover-day-count
                   compute print-column = 28 + (day-index - 1) * 3
                   evaluate true
                       when cover-day-short(day-index)
                           move "**" to print-work-line(print-column:2)
                       when cover-day-at-risk(day-index)
                           move "??" to print-work-line(print-column:2)
                   end-evaluate
               end-perform
               perform write-plan-line
           end-if
           .

       write-plan-line section.
           write report-print-line from print-work-line
           add 1 to catalog-line-count
           .

       register-report-run section.
           set catalog-open-action to true
           move "TEAM-ABSENCE-PLAN" to catalog-report-name
           move "team-absence-plan.txt"
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
