       input-output section.
           select shift-roster
               assign "shift-roster.dat"
               organization indexed
               access dynamic
               record key roster-key
               file status roster-file-status.
           select punch-file
               assign "punch-clock-data.txt"
               organization line sequential
               file status punch-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select attendance-print
               assign "shift-attendance-print.txt"
               organization line sequential
               file status attendance-print-status.

       file section.
       FD  shift-roster.
       copy shift-roster-record.

       FD  punch-file.
       01  punch-record.
           05  punch-employee-number   pic 9(5).
           05  punch-date              pic 9(8).
           05  punch-time              pic 9(4).
           05  punch-direction         pic X(3).
               88  punch-in            value "IN ".
               88  punch-out           value "OUT".

       FD  employee-data.
       copy employee-record.

       FD  attendance-print.
       01  attendance-print-line       pic X(90).

       working-storage section.
       78  MAX-PUNCH-ENTRIES           value 1000.
       78  MAX-DEPARTMENT-TOTALS       value 50.
       78  GRACE-MINUTES               value 5.
       01  report-from-date            pic 9(8).
       01  report-to-date              pic 9(8).
       01  punch-table.
           05  punch-entry-count       pic 9(4) value 0.
           05  punch-entry             occurs MAX-PUNCH-ENTRIES
                                       indexed by punch-index
                                                  match-index.
               10  entry-employee-number   pic 9(5).
               10  entry-punch-date        pic 9(8).
               10  entry-punch-time        pic 9(4).
               10  entry-direction         pic X(3).
               10  entry-matched-flag      pic X.
                   88  punch-entry-matched value "Y".
       01  department-total-table.
           05  department-total-count  pic 9(2) value 0.
           05  department-total-entry  occurs MAX-DEPARTMENT-TOTALS
                                       indexed by dept-index.
               10  total-department-code   pic X(4).
               10  total-shifts-rostered   pic 9(5).
               10  total-shifts-worked     pic 9(5).
               10  total-no-shows          pic 9(5).
               10  total-late-starts       pic 9(5).
               10  total-early-finishes    pic 9(5).
               10  total-unrostered        pic 9(5).
       01  lookup-department           pic X(4).
       01  department-found-flag       pic X value "N".
           88  department-in-table     value "Y".
       01  departments-dropped         pic 9(3) value 0.
       01  first-in-time               pic 9(4).
       01  last-out-time               pic 9(4).
       01  in-punch-flag               pic X value "N".
           88  in-punch-found          value "Y" false "N".
       01  out-punch-flag              pic X value "N".
           88  out-punch-found         value "Y" false "N".
       01  clock-time                  pic 9(4).
       01  clock-time-parts redefines clock-time.
           05  clock-hours             pic 9(2).
           05  clock-minutes           pic 9(2).
       01  planned-start-minutes       pic 9(4).
       01  planned-end-minutes         pic 9(4).
       01  actual-minutes              pic 9(4).
       01  variance-minutes            pic 9(4).
       01  exception-label             pic X(14).
       01  punches-read                pic 9(5) value 0.
       01  punches-dropped             pic 9(4) value 0.
       01  shifts-checked              pic 9(5) value 0.
       01  exceptions-printed          pic 9(5) value 0.
       01  formatted-count             pic ZZ,ZZ9.
       01  print-work-line             pic X(90).
       01  punch-read-status           pic 9 value 0.
           88  end-of-punches          value 1 false 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  employee-master-flag        pic X value "N".
           88  employee-master-open    value "Y" false "N".
       01  roster-file-status.
           05  roster-status-key-1     pic X.
           05  roster-status-key-2     pic X.
       01  punch-file-status.
           05  punch-status-key-1      pic X.
           05  punch-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  attendance-print-status.
           05  attendance-print-key-1  pic X.
           05  attendance-print-key-2  pic X.

       procedure division.
           display "Please enter the first date to report (yyyymmdd):"
           accept report-from-date
           display "Please enter the last date to report (yyyymmdd):"
           accept report-to-date
           if function test-date-yyyymmdd(report-from-date) not = zero
                   or function test-date-yyyymmdd(report-to-date)
                       not = zero
                   or report-to-date < report-from-date
               display "Invalid date range - report cancelled."
               goback
           end-if

           open input shift-roster
           if roster-status-key-1 not = "0"
               display "No shift roster on file - build the roster "
                       "with shift-roster-maintenance first."
               goback
           end-if
           perform load-punches-in-range
           open input employee-data
           if status-key-1 = "0"
               set employee-master-open to true
           end-if

           open output attendance-print
           perform print-report-heading
           perform check-rostered-shifts
           perform report-unrostered-punches
           perform print-department-totals
           close attendance-print

           close shift-roster
           if employee-master-open
               close employee-data
               set employee-master-open to false
           end-if
           display "Planned-versus-actual report written to "
                   "shift-attendance-print.txt - " shifts-checked
                   " shifts checked, " exceptions-printed
                   " exceptions."
           if punches-dropped > zero
               display punches-dropped " punches dropped - "
                       "table full."
           end-if
           goback
           .

       load-punches-in-range section.
           open input punch-file
           if punch-status-key-1 not = "0"
               display "No punch-clock file found - every rostered "
                       "shift will show as a no-show."
           else
               perform until end-of-punches
                   read punch-file
                       at end
                           set end-of-punches to true
                       not at end
                           if punch-date not < report-from-date
                                   and punch-date
                                       not > report-to-date
                               add 1 to punches-read
                               perform store-punch-entry
                           end-if
                   end-read
               end-perform
               close punch-file
           end-if
           .

       store-punch-entry section.
           if punch-entry-count < MAX-PUNCH-ENTRIES
               add 1 to punch-entry-count
               set punch-index to punch-entry-count
               move punch-employee-number
                   to entry-employee-number(punch-index)
               move punch-date to entry-punch-date(punch-index)
               move punch-time to entry-punch-time(punch-index)
               move punch-direction to entry-direction(punch-index)
               move "N" to entry-matched-flag(punch-index)
           else
               add 1 to punches-dropped
           end-if
           .

       print-report-heading section.
           move spaces to print-work-line
           string "===== Planned Versus Actual Attendance "
                      delimited by size
                  report-from-date delimited by size
                  " to " delimited by size
                  report-to-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write attendance-print-line from print-work-line
           move "Exception      Dept Emp   Date     Planned   Actual  "
             & " Minutes" to print-work-line
           write attendance-print-line from print-work-line
           move all "-" to print-work-line
           write attendance-print-line from print-work-line
           .

       check-rostered-shifts section.
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
                       if roster-date not < report-from-date
                               and roster-date not > report-to-date
                           add 1 to shifts-checked
                           perform check-one-shift
                       end-if
               end-read
           end-perform
           .

      *    The earliest clock-in and latest clock-out for the day are
      *    compared with the plan, allowing GRACE-MINUTES either way.
       check-one-shift section.
           move roster-department-code to lookup-department
           perform find-department-total
           if department-in-table
               add 1 to total-shifts-rostered(dept-index)
           end-if
           set in-punch-found to false
           set out-punch-found to false
           move 9999 to first-in-time
           move zero to last-out-time
           perform varying punch-index from 1 by 1
                   until punch-index > punch-entry-count
               if entry-employee-number(punch-index)
                       = roster-employee-number
                       and entry-punch-date(punch-index) = roster-date
                   move "Y" to entry-matched-flag(punch-index)
                   if entry-direction(punch-index) = "IN "
                       set in-punch-found to true
                       if entry-punch-time(punch-index)
                               < first-in-time
                           move entry-punch-time(punch-index)
                               to first-in-time
                       end-if
                   else
                       set out-punch-found to true
                       if entry-punch-time(punch-index)
                               > last-out-time
                           move entry-punch-time(punch-index)
                               to last-out-time
                       end-if
                   end-if
               end-if
           end-perform

           if not in-punch-found and not out-punch-found
               if department-in-table
                   add 1 to total-no-shows(dept-index)
               end-if
               move "NO-SHOW" to exception-label
               move zero to clock-time
               move zero to variance-minutes
               perform print-shift-exception
           else
               if department-in-table
                   add 1 to total-shifts-worked(dept-index)
               end-if
               perform check-start-time
               perform check-finish-time
           end-if
           .

       check-start-time section.
           move roster-planned-start to clock-time
           compute planned-start-minutes =
               clock-hours * 60 + clock-minutes
           if in-punch-found
               move first-in-time to clock-time
               compute actual-minutes =
                   clock-hours * 60 + clock-minutes
               if actual-minutes > planned-start-minutes + GRACE-MINUTES
                   compute variance-minutes =
                       actual-minutes - planned-start-minutes
                   if department-in-table
                       add 1 to total-late-starts(dept-index)
                   end-if
                   move "LATE START" to exception-label
                   perform print-shift-exception
               end-if
           end-if
           .

       check-finish-time section.
           move roster-planned-end to clock-time
           compute planned-end-minutes =
               clock-hours * 60 + clock-minutes
           if out-punch-found
               move last-out-time to clock-time
               compute actual-minutes =
                   clock-hours * 60 + clock-minutes
               if actual-minutes + GRACE-MINUTES < planned-end-minutes
                   compute variance-minutes =
                       planned-end-minutes - actual-minutes
                   if department-in-table
                       add 1 to total-early-finishes(dept-index)
                   end-if
                   move "EARLY FINISH" to exception-label
                   perform print-shift-exception
               end-if
           end-if
           .

       print-shift-exception section.
           add 1 to exceptions-printed
           move spaces to print-work-line
           move exception-label to print-work-line(1:14)
           move roster-department-code to print-work-line(16:4)
           move roster-employee-number to print-work-line(21:5)
           move roster-date to print-work-line(27:8)
           move roster-planned-start to print-work-line(36:4)
           move "-" to print-work-line(40:1)
           move roster-planned-end to print-work-line(41:4)
           if clock-time not = zero
               move clock-time to print-work-line(46:4)
               move variance-minutes to print-work-line(56:4)
           end-if
           write attendance-print-line from print-work-line
           .

      *    Clock-ins left unmatched by any rostered shift are reported
      *    once for each employee and day.
       report-unrostered-punches section.
           perform varying punch-index from 1 by 1
                   until punch-index > punch-entry-count
               if not punch-entry-matched(punch-index)
                       and entry-direction(punch-index) = "IN "
                   perform report-one-unrostered-day
               end-if
           end-perform
           .

       report-one-unrostered-day section.
           move spaces to lookup-department
           if employee-master-open
               move entry-employee-number(punch-index)
                   to employee-number
               read employee-data
                   invalid key
                       move "????" to lookup-department
                   not invalid key
                       move department-code to lookup-department
               end-read
           end-if
           perform find-department-total
           if department-in-table
               add 1 to total-unrostered(dept-index)
           end-if
           perform varying match-index from 1 by 1
                   until match-index > punch-entry-count
               if entry-employee-number(match-index)
                       = entry-employee-number(punch-index)
                       and entry-punch-date(match-index)
                           = entry-punch-date(punch-index)
                   move "Y" to entry-matched-flag(match-index)
               end-if
           end-perform
           add 1 to exceptions-printed
           move spaces to print-work-line
           move "UNROSTERED" to print-work-line(1:14)
           move lookup-department to print-work-line(16:4)
           move entry-employee-number(punch-index)
               to print-work-line(21:5)
           move entry-punch-date(punch-index) to print-work-line(27:8)
           move "none" to print-work-line(36:4)
           move entry-punch-time(punch-index) to print-work-line(46:4)
           write attendance-print-line from print-work-line
           .

       find-department-total section.
           move "N" to department-found-flag
           perform varying dept-index from 1 by 1
                   until dept-index > department-total-count
                       or department-in-table
               if total-department-code(dept-index)
                       = lookup-department
                   move "Y" to department-found-flag
                   set dept-index down by 1
               end-if
           end-perform
           if not department-in-table
               if department-total-count < MAX-DEPARTMENT-TOTALS
                   add 1 to department-total-count
                   set dept-index to department-total-count
                   initialize department-total-entry(dept-index)
                   move lookup-department
                       to total-department-code(dept-index)
                   move "Y" to department-found-flag
               else
                   add 1 to departments-dropped
               end-if
           end-if
           .

       print-department-totals section.
           move spaces to print-work-line
           write attendance-print-line from print-work-line
           move "Department Totals" to print-work-line
           write attendance-print-line from print-work-line
           move "Dept  Rostered  Worked No-Show    Late   Early"
             & " Unrostered" to print-work-line
           write attendance-print-line from print-work-line
           move all "-" to print-work-line
           write attendance-print-line from print-work-line
           perform varying dept-index from 1 by 1
                   until dept-index > department-total-count
               move spaces to print-work-line
               move total-department-code(dept-index)
                   to print-work-line(1:4)
               move total-shifts-rostered(dept-index)
                   to formatted-count
               move formatted-count to print-work-line(7:6)
               move total-shifts-worked(dept-index) to formatted-count
               move formatted-count to print-work-line(15:6)
               move total-no-shows(dept-index) to formatted-count
               move formatted-count to print-work-line(23:6)
               move total-late-starts(dept-index) to formatted-count
               move formatted-count to print-work-line(31:6)
               move total-early-finishes(dept-index)
                   to formatted-count
               move formatted-count to print-work-line(39:6)
               move total-unrostered(dept-index) to formatted-count
               move formatted-count to print-work-line(49:6)
               write attendance-print-line from print-work-line
           end-perform
           if department-total-count = zero
               move "No rostered shifts or clockings in the range."
                   to print-work-line
               write attendance-print-line from print-work-line
           end-if
           if departments-dropped > zero
               move spaces to print-work-line
               string "** " delimited by size
                      departments-dropped delimited by size
                      " items not totalled - department table full. **"
                          delimited by size
                      into print-work-line
               end-string
               write attendance-print-line from print-work-line
           end-if
           .
