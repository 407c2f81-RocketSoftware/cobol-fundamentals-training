       input-output section.
           select department-cover
               assign "department-cover.dat"
               organization indexed
               access random
               record key level-department-code
               file status level-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select leave-requests
               assign "leave-requests.dat"
               organization indexed
               access dynamic
               record key request-id
               file status request-file-status.
           select sickness-absence
               assign "sickness-absence.dat"
               organization sequential
               file status sickness-file-status.
           select holiday-calendar
               assign "holiday-calendar.dat"
               organization indexed
               access random
               record key calendar-date
               file status calendar-file-status.

       file section.
       FD  department-cover.
       01  department-cover-record.
           05  level-department-code   pic X(4).
           05  level-minimum-staff     pic 9(3).
           05  level-set-timestamp     pic X(21).

       FD  employee-data.
       copy employee-record.

       FD  leave-requests.
       01  leave-request-record.
           05  request-id              pic 9(5).
           05  request-employee-number pic 9(5).
           05  request-manager-number  pic 9(5).
           05  request-start-date      pic 9(8).
           05  request-end-date        pic 9(8).
           05  request-days            pic 9(2)V9(1).
           05  request-status          pic X.
               88  request-pending     value "P".
               88  request-approved    value "A".
               88  request-rejected    value "R".
               88  request-cancelled   value "C".
           05  request-operator-id     pic X(8).
           05  request-timestamp       pic X(21).

       FD  sickness-absence.
       01  sickness-absence-record.
           05  sickness-employee-number pic 9(5).
           05  sickness-first-day      pic 9(8).
           05  sickness-last-day       pic 9(8).
           05  sickness-certified      pic X.
           05  sickness-reason-code    pic X(4).
           05  sickness-operator-id    pic X(8).
           05  sickness-timestamp      pic X(21).

       FD  holiday-calendar.
       01  holiday-calendar-record.
           05  calendar-date           pic 9(8).
           05  calendar-day-type       pic X.
               88  working-day         value "W".
               88  weekend-day         value "E".
               88  holiday-day         value "H".
           05  calendar-holiday-name   pic X(20).

      *    The plan covers at most a month at a time. Days are the
      *    business days in the range plus any public holidays;
      *    weekends are left out. Marks: . at work, A approved leave,
      *    P pending leave, S sick, H public holiday.
       working-storage section.
       78  MAX-COVER-DAYS              value 31.
       78  MAX-COVER-EMPLOYEES         value 100.
       01  scan-date                   pic 9(8).
       01  date-integer                pic 9(8).
       01  range-days                  pic 9(5).
       01  day-index                   pic 9(2).
       01  employee-index              pic 9(3).
       01  absence-from-date           pic 9(8).
       01  absence-to-date             pic 9(8).
       01  absence-mark                pic X.
       01  employee-found-flag         pic X value "N".
           88  employee-in-plan        value "Y".
       01  employee-read-status        pic 9 value 0.
           88  end-of-employees        value 1 false 0.
       01  request-read-status         pic 9 value 0.
           88  end-of-requests         value 1 false 0.
       01  sickness-read-status        pic 9 value 0.
           88  end-of-sickness         value 1 false 0.
       01  calendar-open-flag          pic X value "N".
           88  calendar-is-open        value "Y" false "N".
       01  level-file-status.
           05  level-status-key-1      pic X.
           05  level-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  request-file-status.
           05  request-status-key-1    pic X.
           05  request-status-key-2    pic X.
       01  sickness-file-status.
           05  sickness-status-key-1   pic X.
           05  sickness-status-key-2   pic X.
       01  calendar-file-status.
           05  calendar-status-key-1   pic X.
           05  calendar-status-key-2   pic X.
       copy business-day-request.

       linkage section.
       copy department-cover-request.

       procedure division using by reference department-cover-request.
           move zero to cover-minimum-staff
           move zero to cover-headcount
           move zero to cover-allowed-off
           move zero to cover-short-days
           move zero to cover-risk-days
           move zero to cover-day-count
           move zero to cover-employee-count
           move zero to cover-employees-dropped
           set cover-level-set to false
           set cover-range-invalid to true
           if function test-date-yyyymmdd(cover-start-date) = 0
                   and function test-date-yyyymmdd(cover-end-date) = 0
                   and cover-end-date >= cover-start-date
               compute range-days =
                   function integer-of-date(cover-end-date)
                   - function integer-of-date(cover-start-date) + 1
               if range-days <= MAX-COVER-DAYS
                   set cover-checked to true
               end-if
           end-if
           if cover-checked
               perform load-cover-level
               perform build-plan-days
               perform load-department-employees
               perform mark-leave-requests
               perform mark-sickness-absence
               perform count-cover-by-day
           end-if
           goback
           .

       load-cover-level section.
           open input department-cover
           if level-status-key-1 = "0"
               move cover-department-code to level-department-code
               read department-cover
                   not invalid key
                       move level-minimum-staff
                           to cover-minimum-staff
                       if cover-minimum-staff > zero
                           set cover-level-set to true
                       end-if
               end-read
               close department-cover
           end-if
           .

       build-plan-days section.
           open input holiday-calendar
           if calendar-status-key-1 = "0"
               set calendar-is-open to true
           else
               set calendar-is-open to false
           end-if
           move cover-start-date to scan-date
           perform until scan-date > cover-end-date
               set bd-count-request to true
               move scan-date to bd-start-date
               move scan-date to bd-end-date
               move zero to bd-day-count
               call "business-days"
                       using by reference business-day-request
               end-call
               if bd-day-count > zero
                   add 1 to cover-day-count
                   set cover-working-day(cover-day-count) to true
                   move scan-date to cover-day-date(cover-day-count)
               else
                   perform check-public-holiday
               end-if
               compute date-integer =
                   function integer-of-date(scan-date) + 1
               compute scan-date =
                   function date-of-integer(date-integer)
           end-perform
           if calendar-is-open
               close holiday-calendar
           end-if
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               move zero to cover-day-off(day-index)
               move zero to cover-day-pending(day-index)
               set cover-day-covered(day-index) to true
           end-perform
           .

       check-public-holiday section.
           if calendar-is-open
               move scan-date to calendar-date
               read holiday-calendar
                   not invalid key
                       if holiday-day
                           add 1 to cover-day-count
                           set cover-public-holiday(cover-day-count)
                               to true
                           move scan-date
                               to cover-day-date(cover-day-count)
                       end-if
               end-read
           end-if
           .

       load-department-employees section.
           open input employee-data
           if status-key-1 = "0"
               set end-of-employees to false
               perform until end-of-employees
                   read employee-data next record
                       at end
                           set end-of-employees to true
                       not at end
                           if department-code = cover-department-code
                                   and employee-active
                               perform add-plan-employee
                           end-if
                   end-read
               end-perform
               close employee-data
           end-if
           if cover-headcount > cover-minimum-staff
               compute cover-allowed-off =
                   cover-headcount - cover-minimum-staff
           end-if
           .

       add-plan-employee section.
           add 1 to cover-headcount
           if cover-employee-count < MAX-COVER-EMPLOYEES
               add 1 to cover-employee-count
               move employee-number
                   to cover-employee-number(cover-employee-count)
               move spaces
                   to cover-employee-name(cover-employee-count)
               string function trim(first-name) delimited by size
                      " " delimited by size
                      last-name delimited by size
                      into cover-employee-name(cover-employee-count)
               end-string
               move all "."
                   to cover-employee-marks(cover-employee-count)
               perform varying day-index from 1 by 1
                       until day-index > cover-day-count
                   if cover-public-holiday(day-index)
                       move "H" to cover-mark(cover-employee-count,
                                              day-index)
                   end-if
               end-perform
           else
               add 1 to cover-employees-dropped
           end-if
           .

      *    The request being approved counts as approved leave so the
      *    approver sees the cover as it would stand afterwards.
       mark-leave-requests section.
           open input leave-requests
           if request-status-key-1 = "0"
               set end-of-requests to false
               perform until end-of-requests
                   read leave-requests next record
                       at end
                           set end-of-requests to true
                       not at end
                           if request-start-date <= cover-end-date
                                   and request-end-date
                                       >= cover-start-date
                               perform mark-one-request
                           end-if
                   end-read
               end-perform
               close leave-requests
           end-if
           .

       mark-one-request section.
           move space to absence-mark
           evaluate true
               when request-id = cover-proposed-request
                       and (request-pending or request-approved)
                   move "A" to absence-mark
               when request-approved
                   move "A" to absence-mark
               when request-pending
                   move "P" to absence-mark
           end-evaluate
           if absence-mark not = space
               move request-employee-number to employee-number
               move request-start-date to absence-from-date
               move request-end-date to absence-to-date
               perform mark-absence-days
           end-if
           .

       mark-sickness-absence section.
           open input sickness-absence
           if sickness-status-key-1 = "0"
               set end-of-sickness to false
               perform until end-of-sickness
                   read sickness-absence
                       at end
                           set end-of-sickness to true
                       not at end
                           if sickness-first-day <= cover-end-date
                                   and sickness-last-day
                                       >= cover-start-date
                               move "S" to absence-mark
                               move sickness-employee-number
                                   to employee-number
                               move sickness-first-day
                                   to absence-from-date
                               move sickness-last-day
                                   to absence-to-date
                               perform mark-absence-days
                           end-if
                   end-read
               end-perform
               close sickness-absence
           end-if
           .

      *    Sickness outranks leave and approved leave outranks
      *    pending; holidays are never overwritten.
       mark-absence-days section.
           move "N" to employee-found-flag
           perform varying employee-index from 1 by 1
                   until employee-index > cover-employee-count
                       or employee-in-plan
               if cover-employee-number(employee-index)
                       = employee-number
                   set employee-in-plan to true
               end-if
           end-perform
           if employee-in-plan
               subtract 1 from employee-index
               perform varying day-index from 1 by 1
                       until day-index > cover-day-count
                   if cover-working-day(day-index)
                           and cover-day-date(day-index)
                               >= absence-from-date
                           and cover-day-date(day-index)
                               <= absence-to-date
                       evaluate absence-mark
                           when "S"
                               move "S" to cover-mark(employee-index,
                                                      day-index)
                           when "A"
                               if cover-mark(employee-index, day-index)
                                       not = "S"
                                   move "A" to
                                       cover-mark(employee-index,
                                                  day-index)
                               end-if
                           when "P"
                               if cover-mark(employee-index, day-index)
                                       = "."
                                   move "P" to
                                       cover-mark(employee-index,
                                                  day-index)
                               end-if
                       end-evaluate
                   end-if
               end-perform
           end-if
           .

      *    A day is short when more are off than the minimum cover
      *    allows, and at risk when pending requests would make it so.
       count-cover-by-day section.
           perform varying day-index from 1 by 1
                   until day-index > cover-day-count
               perform varying employee-index from 1 by 1
                       until employee-index > cover-employee-count
                   evaluate cover-mark(employee-index, day-index)
                       when "A"
                       when "S"
                           add 1 to cover-day-off(day-index)
                       when "P"
                           add 1 to cover-day-pending(day-index)
                   end-evaluate
               end-perform
               if cover-level-set and cover-working-day(day-index)
                   evaluate true
                       when cover-day-off(day-index)
                               > cover-allowed-off
                           set cover-day-short(day-index) to true
                           add 1 to cover-short-days
                       when cover-day-off(day-index)
                               + cover-day-pending(day-index)
                               > cover-allowed-off
                           set cover-day-at-risk(day-index) to true
                           add 1 to cover-risk-days
                   end-evaluate
               end-if
           end-perform
           .
