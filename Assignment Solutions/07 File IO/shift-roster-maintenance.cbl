       input-output section.
           select shift-roster
               assign "shift-roster.dat"
               organization indexed
               access dynamic
               record key roster-key
               file status roster-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select department-master
               assign "department-master.dat"
               organization indexed
               access random
               record key master-department-code
               file status department-file-status.

       file section.
       FD  shift-roster.
       copy shift-roster-record.

       FD  employee-data.
       copy employee-record.

       FD  department-master.
       01  department-master-record.
           05  master-department-code      pic X(4).
           05  department-name             pic X(20).
           05  department-manager          pic X(30).
           05  department-cost-centre      pic X(6).

       working-storage section.
       01  roster-selection            pic 9 value 0.
           88  build-weekly-roster     value 1.
           88  amend-roster-day        value 2.
           88  list-department-roster  value 3.
           88  exit-roster             value 4.
           88  valid-roster-selection  values 1 thru 4.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  department-entry            pic X(4).
       01  week-commencing             pic 9(8).
       01  week-ending                 pic 9(8).
       01  day-pattern                 pic X(7).
       01  day-number                  pic 9.
       01  employee-entry              pic 9(5).
       01  day-entry                   pic 9(8).
       01  start-entry                 pic 9(4).
       01  end-entry                   pic 9(4).
       01  shift-time                  pic 9(4).
       01  shift-time-parts redefines shift-time.
           05  shift-hours             pic 9(2).
           05  shift-minutes           pic 9(2).
       01  time-valid-flag             pic X value "N".
           88  shift-time-valid        value "Y" false "N".
       01  date-integer                pic 9(8).
       01  week-start-integer          pic 9(8).
       01  day-of-week-number          pic 9.
       01  shift-date                  pic 9(8).
       01  run-timestamp               pic X(21).
       01  employees-rostered          pic 9(5) value 0.
       01  shifts-written              pic 9(5) value 0.
       01  shifts-listed               pic 9(5) value 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  roster-file-status.
           05  roster-status-key-1     pic X.
           05  roster-status-key-2     pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  department-file-status.
           05  department-status-key-1 pic X.
           05  department-status-key-2 pic X.

       procedure division.
           open i-o shift-roster
           if roster-status-key-1 = "3"
               open output shift-roster
               close shift-roster
               open i-o shift-roster
           end-if
           if roster-status-key-1 not = "0"
               display "Error code " roster-file-status
                       " opening shift-roster.dat."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               close shift-roster
               goback
           end-if
           open input department-master

           perform until exit-roster
               perform prompt-for-roster-function
               evaluate true
                   when not valid-roster-selection
                       display "Invalid Function."
                   when build-weekly-roster
                       perform build-department-week
                   when amend-roster-day
                       perform amend-one-shift
                   when list-department-roster
                       perform list-roster-for-week
               end-evaluate
           end-perform

           close shift-roster
           close employee-data
           close department-master
           display "Exiting shift roster maintenance..."
           goback
           .

       prompt-for-roster-function section.
           display "Shift roster - would you like to:"
           display "- [1] Build the weekly roster for a department"
           display "- [2] Amend or remove one shift"
           display "- [3] List a department roster for a week"
           display "- [4] Exit"
           accept roster-selection
           .

       prompt-for-department-week section.
           move "N" to entry-was-blank
           display "Please enter the department code:"
           move spaces to department-entry
           accept department-entry
           move department-entry to master-department-code
           read department-master
               invalid key
                   display "Department " department-entry " is not on "
                           "the department master."
                   set field-entry-blank to true
           end-read
           if not field-entry-blank
               display "Please enter the week commencing date "
                       "(yyyymmdd, a Monday):"
               accept week-commencing
               if function test-date-yyyymmdd(week-commencing)
                       not = zero
                   display "Invalid date - entry cancelled."
                   set field-entry-blank to true
               else
                   compute week-start-integer =
                       function integer-of-date(week-commencing)
                   compute day-of-week-number =
                       function mod(week-start-integer, 7)
                   if day-of-week-number not = 1
                       display week-commencing " is not a Monday - "
                               "entry cancelled."
                       set field-entry-blank to true
                   else
                       compute date-integer = week-start-integer + 6
                       compute week-ending =
                           function date-of-integer(date-integer)
                   end-if
               end-if
           end-if
           .

      *    Shift times are entered as hhmm on the 24-hour clock and
      *    a shift must finish on the day it starts.
       prompt-for-shift-times section.
           display "Please enter the planned start time (hhmm):"
           accept start-entry
           move start-entry to shift-time
           perform validate-shift-time
           if not shift-time-valid
               display "Invalid start time " start-entry
                       " - entry cancelled."
               set field-entry-blank to true
           end-if
           if not field-entry-blank
               display "Please enter the planned end time (hhmm):"
               accept end-entry
               move end-entry to shift-time
               perform validate-shift-time
               if not shift-time-valid or end-entry not > start-entry
                   display "Invalid end time " end-entry " - it must "
                           "be after the start time on the same day."
                   set field-entry-blank to true
               end-if
           end-if
           .

       validate-shift-time section.
           set shift-time-valid to false
           if shift-hours < 24 and shift-minutes < 60
               set shift-time-valid to true
           end-if
           .

       build-department-week section.
           perform prompt-for-department-week
           if not field-entry-blank
               perform prompt-for-shift-times
           end-if
           if not field-entry-blank
               display "Please enter the days worked Monday to Sunday "
                       "as Y or N (e.g. YYYYYNN):"
               move "YYYYYNN" to day-pattern
               accept day-pattern
               if day-pattern = spaces
                   move "YYYYYNN" to day-pattern
               end-if
               perform roster-department-employees
               display shifts-written " shifts rostered for "
                       employees-rostered " hourly employees in "
                       department-entry " for the week from "
                       week-commencing "."
           end-if
           .

       roster-department-employees section.
           move function current-date to run-timestamp
           move zero to employees-rostered
           move zero to shifts-written
           set end-of-browse to false
           move low-values to employee-number
           start employee-data key is greater than employee-number
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read employee-data next record
                   at end
                       set end-of-browse to true
                   not at end
                       if department-code = department-entry
                               and employee-active
                               and hourly-employee
                           add 1 to employees-rostered
                           perform roster-one-employee-week
                       end-if
               end-read
           end-perform
           .

       roster-one-employee-week section.
           perform varying day-number from 1 by 1
                   until day-number > 7
               if day-pattern(day-number:1) = "Y"
                       or day-pattern(day-number:1) = "y"
                   compute date-integer =
                       week-start-integer + day-number - 1
                   compute shift-date =
                       function date-of-integer(date-integer)
                   move employee-number to roster-employee-number
                   move shift-date to roster-date
                   perform store-roster-entry
               end-if
           end-perform
           .

       store-roster-entry section.
           move department-code to roster-department-code
           move start-entry to roster-planned-start
           move end-entry to roster-planned-end
           move run-timestamp to roster-timestamp
           write shift-roster-record
               invalid key
                   rewrite shift-roster-record
           end-write
           add 1 to shifts-written
           .

       amend-one-shift section.
           move "N" to entry-was-blank
           display "Please enter the employee number:"
           accept employee-entry
           move employee-entry to employee-number
           read employee-data
               invalid key
                   display "Record not found " employee-entry
                   set field-entry-blank to true
           end-read
           if not field-entry-blank
               display "Please enter the shift date (yyyymmdd):"
               accept day-entry
               if function test-date-yyyymmdd(day-entry) not = zero
                   display "Invalid date - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               move employee-entry to roster-employee-number
               move day-entry to roster-date
               display "Enter 0000 as the start time to remove the "
                       "shift."
               display "Please enter the planned start time (hhmm):"
               accept start-entry
               if start-entry = zero
                   delete shift-roster
                       invalid key
                           display "No shift rostered for "
                                   employee-entry " on " day-entry
                                   "."
                       not invalid key
                           display "Shift removed."
                   end-delete
               else
                   move start-entry to shift-time
                   perform validate-shift-time
                   if not shift-time-valid
                       display "Invalid start time " start-entry
                               " - entry cancelled."
                   else
                       display "Please enter the planned end time "
                               "(hhmm):"
                       accept end-entry
                       move end-entry to shift-time
                       perform validate-shift-time
                       if not shift-time-valid
                               or end-entry not > start-entry
                           display "Invalid end time " end-entry
                                   " - entry cancelled."
                       else
                           move function current-date to run-timestamp
                           move employee-entry
                               to roster-employee-number
                           move day-entry to roster-date
                           perform store-roster-entry
                           display "Shift recorded for "
                                   employee-entry " on " day-entry
                                   " " start-entry "-" end-entry "."
                       end-if
                   end-if
               end-if
           end-if
           .

       list-roster-for-week section.
           perform prompt-for-department-week
           if not field-entry-blank
               move zero to shifts-listed
               set end-of-browse to false
               move low-values to roster-key
               start shift-roster key is greater than roster-key
                   invalid key
                       set end-of-browse to true
               end-start
               perform until end-of-browse
                   read shift-roster next record
                       at end
                           set end-of-browse to true
                       not at end
                           if roster-department-code
                                   = department-entry
                                   and roster-date
                                       not < week-commencing
                                   and roster-date
                                       not > week-ending
                               add 1 to shifts-listed
                               display roster-employee-number " "
                                       roster-date " "
                                       roster-planned-start "-"
                                       roster-planned-end
                           end-if
                   end-read
               end-perform
               if shifts-listed = zero
                   display "No shifts rostered for " department-entry
                           " in the week from " week-commencing "."
               end-if
           end-if
           .
