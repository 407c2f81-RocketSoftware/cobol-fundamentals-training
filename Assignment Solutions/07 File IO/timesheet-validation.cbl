               access random
               record key calendar-period
               file status calendar-file-status.
           select weekly-pay-calendar
               assign "pay-period-calendar-wk.dat"
               organization indexed
               access dynamic
               record key weekly-calendar-period
               file status weekly-calendar-status.
           select exceptions-print
               assign "timesheet-exceptions-print.txt"
               organization line sequential
               88  period-open             value "O".
               88  period-closed           value "C".

       FD  weekly-pay-calendar.
       01  weekly-period-record.
           05  weekly-calendar-period      pic 9(6).
           05  weekly-start-date           pic 9(8).
           05  weekly-end-date             pic 9(8).
           05  weekly-pay-date             pic 9(8).
           05  weekly-status               pic X.
               88  week-open               value "O".
               88  week-closed             value "C".

       FD  exceptions-print.
       01  exceptions-print-line       pic X(90).

       01  formatted-hours             pic ZZ9.99.
       01  calendar-flag               pic X value "N".
           88  calendar-file-open      value "Y" false "N".
       01  weekly-calendar-flag        pic X value "N".
           88  weekly-calendar-open    value "Y" false "N".
       01  week-found-flag             pic X value "N".
           88  timesheet-week-found    value "Y" false "N".
       01  weekly-browse-status        pic 9 value 0.
           88  end-of-weekly-calendar  value 1 false 0.
       01  weekly-calendar-status.
           05  weekly-calendar-key-1   pic X.
           05  weekly-calendar-key-2   pic X.
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  file-status-code.
               display "No pay-period calendar found - paid-period "
                       "checks skipped."
           end-if
           open input weekly-pay-calendar
           if weekly-calendar-key-1 = "0"
               set weekly-calendar-open to true
           end-if
           open output validated-file
           open output exceptions-print
           perform print-report-headings
           if calendar-file-open
               close pay-period-calendar
           end-if
           if weekly-calendar-open
               close weekly-pay-calendar
           end-if
           display "Timesheet validation complete - " timesheets-read
                   " read, " timesheets-passed " passed to "
                   "timesheet-validated.dat, " timesheets-rejected
           end-read
           .

      *    Weekly staff are checked against the weekly calendar,
      *    everyone else against the monthly one.
       check-timesheet-week section.
           if function test-date-yyyymmdd(timesheet-week-ending)
                   not = 0
               move "DATE" to reject-reason-code
           else
               if paid-weekly
                   if weekly-calendar-open
                       perform check-weekly-period
                   end-if
               else
                   if calendar-file-open
                       move timesheet-week-ending(1:6)
                           to calendar-period
                       read pay-period-calendar
                           invalid key
                               continue
                           not invalid key
                               if period-closed
                                   move "CLSD" to reject-reason-code
                               end-if
                       end-read
                   end-if
               end-if
           end-if
           .

       check-weekly-period section.
           set timesheet-week-found to false
           set end-of-weekly-calendar to false
           move timesheet-week-ending(1:4)
               to weekly-calendar-period(1:4)
           move "00" to weekly-calendar-period(5:2)
           start weekly-pay-calendar
                   key is greater than weekly-calendar-period
               invalid key
                   set end-of-weekly-calendar to true
           end-start
           perform until end-of-weekly-calendar
                   or timesheet-week-found
               read weekly-pay-calendar next record
                   at end
                       set end-of-weekly-calendar to true
                   not at end
                       if weekly-end-date
                               not < timesheet-week-ending
                           set timesheet-week-found to true
                           if weekly-start-date
                                   not > timesheet-week-ending
                                   and week-closed
                               move "CLSD" to reject-reason-code
                           end-if
                       end-if
               end-read
           end-perform
           .

       check-timesheet-hours section.
           if timesheet-hours-worked = zero
                   or timesheet-hours-worked > 100
