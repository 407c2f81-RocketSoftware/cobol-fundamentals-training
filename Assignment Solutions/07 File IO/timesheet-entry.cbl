               assign "timesheet-transactions.dat"
               organization sequential
               file status timesheet-file-status.
           select project-master
               assign "project-master.dat"
               organization indexed
               access random
               record key project-code
               file status project-file-status.
           select project-time-file
               assign "timesheet-project-lines.dat"
               organization sequential
               file status project-time-status.

       file section.
       FD  employee-data.
           05  timesheet-hours-worked      pic 9(3)V9(2).
           05  timesheet-timestamp         pic X(21).

       FD  project-master.
       copy project-master-record.

       FD  project-time-file.
       copy project-time-line.

       working-storage section.
       01  another-entry-response      pic X value "Y".
           88  another-entry           value "Y" "y".
       01  hours-is-numeric-flag       pic X.
           88  hours-entry-is-numeric  value "Y".
       01  timesheets-written          pic 9(5) value 0.
       78  MAX-PROJECT-LINES           value 10.
       01  project-split-table.
           05  split-line-count        pic 9(2) value 0.
           05  split-line-entry        occurs MAX-PROJECT-LINES
                                       indexed by split-index.
               10  split-project-code  pic X(6).
               10  split-hours         pic 9(3)V9(2).
       01  split-hours-total           pic 9(3)V9(2).
       01  split-project-entry         pic X(6).
       01  split-finished-flag         pic X value "N".
           88  split-finished          value "Y" false "N".
       01  split-refused-flag          pic X value "N".
           88  split-refused           value "Y" false "N".
       01  project-master-flag         pic X value "N".
           88  projects-on-file        value "Y" false "N".
       01  formatted-split-total       pic ZZ9.99.
       01  formatted-hours-worked      pic ZZ9.99.
       01  formatted-hours-left        pic ZZ9.99.
       01  project-file-status.
           05  project-status-key-1    pic X.
           05  project-status-key-2    pic X.
       01  project-time-status.
           05  project-time-key-1      pic X.
           05  project-time-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
           open input employee-data
           perform check-file-status-code
           open extend timesheet-file
           open input project-master
           if project-status-key-1 = "0"
               set projects-on-file to true
               open extend project-time-file
               if project-time-key-1 = "3"
                   open output project-time-file
                   close project-time-file
                   open extend project-time-file
               end-if
           end-if

           perform until not another-entry
               perform capture-timesheet

           close employee-data
           close timesheet-file
           if projects-on-file
               close project-master
               close project-time-file
           end-if
           display timesheets-written " timesheets recorded."
           goback
           .
                       display "Hours must be between 0.01 and "
                               "100.00 - timesheet refused."
                   else
                       perform capture-project-split
                       if not split-refused
                           perform write-timesheet-record
                       end-if
                   end-if
               end-if
           end-if
           move function current-date to timesheet-timestamp
           write timesheet-record
           add 1 to timesheets-written
           perform varying split-index from 1 by 1
                   until split-index > split-line-count
               move employee-number to line-employee-number
               move entry-week-ending to line-week-ending
               move split-project-code(split-index)
                   to line-project-code
               move split-hours(split-index) to line-hours
               move timesheet-timestamp to line-timestamp
               write project-time-line
           end-perform
           display "Timesheet recorded for employee "
                   employee-number " week ending "
                   entry-week-ending "."
           .

      *    Once projects are set up every hour of the week must be
      *    charged to one; the split has to add up to the hours
      *    worked or the timesheet is refused.
       capture-project-split section.
           move zero to split-line-count
           move zero to split-hours-total
           set split-refused to false
           set split-finished to false
           if projects-on-file
               perform capture-one-project-line
                   until split-finished or split-refused
               if not split-refused
                       and split-hours-total not = hours-entry
                   move split-hours-total to formatted-split-total
                   move hours-entry to formatted-hours-worked
                   display "Project hours total "
                           formatted-split-total " but "
                           formatted-hours-worked " hours were "
                           "worked - timesheet refused."
                   set split-refused to true
               end-if
           end-if
           .

       capture-one-project-line section.
           compute formatted-hours-left =
               hours-entry - split-hours-total
           display "Please enter a project code for the remaining "
                   formatted-hours-left " hours (blank to finish):"
           move spaces to split-project-entry
           accept split-project-entry
           if split-project-entry = spaces
               set split-finished to true
           else
               move split-project-entry to project-code
               read project-master
                   invalid key
                       display "Project " split-project-entry
                               " is not on file - line ignored."
                   not invalid key
                       if project-closed
                           display "Project " project-code
                                   " is closed - line ignored."
                       else
                           perform capture-project-hours
                       end-if
               end-read
           end-if
           .

       capture-project-hours section.
           if split-line-count >= MAX-PROJECT-LINES
               display "No more than " MAX-PROJECT-LINES
                       " projects per timesheet - timesheet refused."
               set split-refused to true
           else
               display "Please enter hours for project "
                       project-code ":"
               move spaces to hours-raw-entry
               accept hours-raw-entry
               call "verify-numeric-variable"
                       using by reference hours-raw-entry
                             by reference hours-is-numeric-flag
               if not hours-entry-is-numeric
                   display "Hours must be numeric - line ignored."
               else
                   add 1 to split-line-count
                   set split-index to split-line-count
                   move project-code to split-project-code(split-index)
                   compute split-hours(split-index) =
                       function numval(function trim(hours-raw-entry))
                   if split-hours(split-index) = zero
                           or split-hours-total
                               + split-hours(split-index)
                               > hours-entry
                       display "Hours must be more than zero and "
                               "within the week's total - line "
                               "ignored."
                       subtract 1 from split-line-count
                   else
                       add split-hours(split-index)
                           to split-hours-total
                   end-if
               end-if
           end-if
           if split-hours-total = hours-entry
               set split-finished to true
           end-if
           .
