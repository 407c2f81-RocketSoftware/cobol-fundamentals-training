       input-output section.
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
           select contact-details
               assign "contact-details.dat"
               organization indexed
               access dynamic
               record key contact-key
               file status contact-file-status.
           select leave-requests
               assign "leave-requests.dat"
               organization indexed
               access dynamic
               record key request-id
               file status request-file-status.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.
           select sort-work
               assign "fire-roll-call-sort-work".

       file section.
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

       FD  contact-details.
       01  contact-details-record.
           05  contact-key.
               10  contact-employee-number pic 9(5).
               10  contact-effective-date  pic 9(8).
           05  contact-address-line-1  pic X(30).
           05  contact-address-line-2  pic X(30).
           05  contact-postcode        pic X(8).
           05  contact-phone           pic X(15).
           05  emergency-contact-name  pic X(30).
           05  emergency-contact-phone pic X(15).
           05  contact-operator-id     pic X(8).
           05  contact-timestamp       pic X(21).

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

       FD  report-print.
       01  report-print-line           pic X(90).

       SD  sort-work.
       01  roll-call-record.
           05  roll-call-section       pic X.
               88  roll-call-on-site   value "1".
               88  roll-call-on-leave  value "2".
           05  roll-call-department    pic X(4).
           05  roll-call-last-name     pic X(20).
           05  roll-call-first-name    pic X(20).
           05  roll-call-employee-number   pic 9(5).
           05  roll-call-clock-time    pic 9(4).
           05  roll-call-manager-name  pic X(41).
           05  roll-call-emergency-name    pic X(30).
           05  roll-call-emergency-phone   pic X(15).
           05  roll-call-leave-start   pic 9(8).
           05  roll-call-leave-end     pic 9(8).
           05  roll-call-clocked-flag  pic X.
               88  roll-call-clocked-in    value "Y".

      *    Everyone whose last clocking today is an IN is taken to be
      *    on site.  Approved leave covering today is listed after
      *    them so the wardens know who is not expected.
       working-storage section.
       78  MAX-CLOCKED-EMPLOYEES       value 1000.
       78  LINES-PER-PAGE              value 55.
       01  roll-call-date              pic 9(8).
       01  roll-call-time              pic 9(4).
       01  clocking-table.
           05  clocking-count          pic 9(4) value 0.
           05  clocking-entry          occurs MAX-CLOCKED-EMPLOYEES
                                       indexed by clocking-index.
               10  clocking-employee-number    pic 9(5).
               10  clocking-last-time          pic 9(4).
               10  clocking-last-direction     pic X(3).
                   88  clocking-last-in        value "IN ".
       01  clockings-dropped           pic 9(4) value 0.
       01  lookup-employee-number      pic 9(5).
       01  clocking-found-flag         pic X value "N".
           88  clocking-found          value "Y" false "N".
       01  employee-found-flag         pic X value "N".
           88  employee-found          value "Y" false "N".
       01  on-site-count               pic 9(5) value 0.
       01  on-leave-count              pic 9(5) value 0.
       01  department-on-site-count    pic 9(5) value 0.
       01  previous-section            pic X value space.
       01  previous-department         pic X(4) value spaces.
       01  employee-full-name          pic X(41).
       01  clock-time                  pic 9(4).
       01  clock-time-parts redefines clock-time.
           05  clock-hours             pic 9(2).
           05  clock-minutes           pic 9(2).
       01  formatted-count             pic ZZ,ZZ9.
       01  formatted-page-number       pic ZZZ9.
       01  page-number                 pic 9(4) value 0.
       01  lines-printed               pic 9(2) value 0.
       01  page-title                  pic X(30).
       01  print-work-line             pic X(90).
       01  punch-read-status           pic 9 value 0.
           88  end-of-punches          value 1 false 0.
       01  contact-read-status         pic 9 value 0.
           88  end-of-contacts         value 1 false 0.
       01  request-read-status         pic 9 value 0.
           88  end-of-requests         value 1 false 0.
       01  sort-return-status          pic 9 value 0.
           88  end-of-sorted-records   value 1 false 0.
       01  contact-file-flag           pic X value "N".
           88  contact-file-open       value "Y" false "N".
       01  punch-file-status.
           05  punch-status-key-1      pic X.
           05  punch-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  contact-file-status.
           05  contact-status-key-1    pic X.
           05  contact-status-key-2    pic X.
       01  request-file-status.
           05  request-status-key-1    pic X.
           05  request-status-key-2    pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.
       copy report-catalog-request.

       procedure division.
           move function current-date(1:8) to roll-call-date
           move function current-date(9:4) to roll-call-time
           display "===== Fire Roll Call ====="
           perform load-todays-clockings
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if
           open input contact-details
           if contact-status-key-1 = "0"
               set contact-file-open to true
           else
               display "No contact-details file found - emergency "
                       "contacts will not be shown."
           end-if

           sort sort-work
               ascending key roll-call-section
                             roll-call-department
                             roll-call-last-name
                             roll-call-first-name
               input procedure is select-roll-call-staff
               output procedure is print-roll-call

           if contact-file-open
               close contact-details
           end-if
           close employee-data
           if clockings-dropped > zero
               display "WARNING: " clockings-dropped " people could "
                       "not be held - the roll call is incomplete."
           end-if
           display "Fire roll call complete - " on-site-count
                   " on site, " on-leave-count " on approved leave."
           goback
           .

      *    The clocking file is in the order the terminals sent it,
      *    so each person's latest clocking is kept by time of day.
       load-todays-clockings section.
           move zero to clocking-count
           open input punch-file
           if punch-status-key-1 not = "0"
               display "No punch-clock-data file found - nobody can "
                       "be shown as on site."
           else
               set end-of-punches to false
               perform until end-of-punches
                   read punch-file
                       at end
                           set end-of-punches to true
                       not at end
                           if punch-date = roll-call-date
                               perform hold-latest-clocking
                           end-if
                   end-read
               end-perform
               close punch-file
           end-if
           .

       hold-latest-clocking section.
           move punch-employee-number to lookup-employee-number
           perform find-clocking-entry
           if clocking-found
               if punch-time >= clocking-last-time(clocking-index)
                   move punch-time
                       to clocking-last-time(clocking-index)
                   move punch-direction
                       to clocking-last-direction(clocking-index)
               end-if
           else
               if clocking-count < MAX-CLOCKED-EMPLOYEES
                   add 1 to clocking-count
                   set clocking-index to clocking-count
                   move punch-employee-number
                       to clocking-employee-number(clocking-index)
                   move punch-time
                       to clocking-last-time(clocking-index)
                   move punch-direction
                       to clocking-last-direction(clocking-index)
               else
                   add 1 to clockings-dropped
               end-if
           end-if
           .

       find-clocking-entry section.
           set clocking-found to false
           set clocking-index to 1
           search clocking-entry
               at end
                   continue
               when clocking-index > clocking-count
                   continue
               when clocking-employee-number(clocking-index)
                       = lookup-employee-number
                   set clocking-found to true
           end-search
           .

       select-roll-call-staff section.
           perform varying clocking-index from 1 by 1
                   until clocking-index > clocking-count
               if clocking-last-in(clocking-index)
                   perform release-on-site-person
               end-if
           end-perform
           perform release-approved-leave
           .

       release-on-site-person section.
           move clocking-employee-number(clocking-index)
               to lookup-employee-number
           perform read-roll-call-employee
           set roll-call-on-site to true
           move clocking-last-time(clocking-index)
               to roll-call-clock-time
           if employee-found
               perform find-emergency-contact
               perform find-manager-name
           end-if
           release roll-call-record
           add 1 to on-site-count
           .

       release-approved-leave section.
           open input leave-requests
           if request-status-key-1 not = "0"
               display "No leave-requests file found - approved leave "
                       "will not be shown."
           else
               set end-of-requests to false
               perform until end-of-requests
                   read leave-requests next record
                       at end
                           set end-of-requests to true
                       not at end
                           if request-approved
                                   and request-start-date
                                       <= roll-call-date
                                   and request-end-date
                                       >= roll-call-date
                               perform release-person-on-leave
                           end-if
                   end-read
               end-perform
               close leave-requests
           end-if
           .

       release-person-on-leave section.
           move request-employee-number to lookup-employee-number
           perform read-roll-call-employee
           set roll-call-on-leave to true
           move request-start-date to roll-call-leave-start
           move request-end-date to roll-call-leave-end
           perform find-clocking-entry
           if clocking-found
               if clocking-last-in(clocking-index)
                   move "Y" to roll-call-clocked-flag
               end-if
           end-if
           if employee-found
               perform find-manager-name
           end-if
           release roll-call-record
           add 1 to on-leave-count
           .

      *    People clocking in who are not on the master are still on
      *    site and are listed under a blank department.
       read-roll-call-employee section.
           initialize roll-call-record
           move lookup-employee-number to roll-call-employee-number
           move lookup-employee-number to employee-number
           read employee-data
               invalid key
                   set employee-found to false
                   move "NOT ON EMPLOYEE MASTER"
                       to roll-call-last-name
               not invalid key
                   set employee-found to true
                   move department-code to roll-call-department
                   move last-name to roll-call-last-name
                   move first-name to roll-call-first-name
           end-read
           .

       find-emergency-contact section.
           if contact-file-open
               set end-of-contacts to false
               move employee-number to contact-employee-number
               move low-values to contact-effective-date
               start contact-details key is greater than contact-key
                   invalid key
                       set end-of-contacts to true
               end-start
               perform until end-of-contacts
                   read contact-details next record
                       at end
                           set end-of-contacts to true
                       not at end
                           if contact-employee-number = employee-number
                               if contact-effective-date
                                       <= roll-call-date
                                   move emergency-contact-name
                                       to roll-call-emergency-name
                                   move emergency-contact-phone
                                       to roll-call-emergency-phone
                               end-if
                           else
                               set end-of-contacts to true
                           end-if
                   end-read
               end-perform
           end-if
           .

       find-manager-name section.
           if manager-employee-number = zero
               move "No manager recorded" to roll-call-manager-name
           else
               move manager-employee-number to employee-number
               read employee-data
                   invalid key
                       move "Manager not on file"
                           to roll-call-manager-name
                   not invalid key
                       initialize employee-full-name
                       string first-name delimited by space
                              " " delimited by size
                              last-name delimited by space
                              into employee-full-name
                       end-string
                       move employee-full-name
                           to roll-call-manager-name
               end-read
           end-if
           .

       print-roll-call section.
           perform register-report-run
           open output report-print
           if print-status-key-1 not = "0"
               display "Error code " report-print-status
                       " opening " catalog-output-file-name
           else
               move "FIRE ROLL CALL - ON SITE" to page-title
               perform print-page-headings
               move space to previous-section
               move spaces to previous-department
               set end-of-sorted-records to false
               perform until end-of-sorted-records
                   return sort-work
                       at end
                           set end-of-sorted-records to true
                       not at end
                           perform print-roll-call-entry
                   end-return
               end-perform
               perform print-department-count
               if on-site-count = zero
                   move "  Nobody is clocked in." to print-work-line
                   perform write-print-line
               end-if
               perform print-roll-call-totals
               close report-print
               perform catalogue-report-run
           end-if
           .

       print-roll-call-entry section.
           if roll-call-section not = previous-section
               perform print-department-count
               if roll-call-on-leave
                   move "FIRE ROLL CALL - ON LEAVE" to page-title
                   perform print-page-headings
               end-if
               move roll-call-section to previous-section
               move high-values to previous-department
           end-if
           if roll-call-department not = previous-department
               perform print-department-count
               move roll-call-department to previous-department
               move spaces to print-work-line
               perform write-print-line
               move spaces to print-work-line
               string "Department: " delimited by size
                      roll-call-department delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           initialize employee-full-name
           string roll-call-first-name delimited by space
                  " " delimited by size
                  roll-call-last-name delimited by "  "
                  into employee-full-name
           end-string
           if roll-call-on-site
               perform print-on-site-lines
           else
               perform print-on-leave-line
           end-if
           .

       print-on-site-lines section.
           add 1 to department-on-site-count
           move roll-call-clock-time to clock-time
           move spaces to print-work-line
           string "  " delimited by size
                  roll-call-employee-number delimited by size
                  "  " delimited by size
                  employee-full-name(1:30) delimited by size
                  "  In " delimited by size
                  clock-hours delimited by size
                  ":" delimited by size
                  clock-minutes delimited by size
                  "  Mgr: " delimited by size
                  roll-call-manager-name(1:25) delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move spaces to print-work-line
           if roll-call-emergency-name = spaces
               move "         Emergency contact: none on file"
                   to print-work-line
           else
               string "         Emergency contact: " delimited by size
                      roll-call-emergency-name delimited by size
                      " " delimited by size
                      roll-call-emergency-phone delimited by size
                      into print-work-line
               end-string
           end-if
           perform write-print-line
           .

       print-on-leave-line section.
           move spaces to print-work-line
           string "  " delimited by size
                  roll-call-employee-number delimited by size
                  "  " delimited by size
                  employee-full-name(1:30) delimited by size
                  "  Leave " delimited by size
                  roll-call-leave-start delimited by size
                  "-" delimited by size
                  roll-call-leave-end delimited by size
                  into print-work-line
           end-string
           if roll-call-clocked-in
               move "*CLOCKED IN*" to print-work-line(71:12)
           end-if
           perform write-print-line
           .

       print-department-count section.
           if previous-section = "1" and department-on-site-count > 0
               move department-on-site-count to formatted-count
               move spaces to print-work-line
               string "  On site in " delimited by size
                      previous-department delimited by size
                      ": " delimited by size
                      formatted-count delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           move zero to department-on-site-count
           .

       print-roll-call-totals section.
           move spaces to print-work-line
           perform write-print-line
           move on-site-count to formatted-count
           move spaces to print-work-line
           string "Total on site:           " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move on-leave-count to formatted-count
           move spaces to print-work-line
           string "Total on approved leave: " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           if clockings-dropped > zero
               move clockings-dropped to formatted-count
               move spaces to print-work-line
               string "WARNING: " delimited by size
                      formatted-count delimited by size
                      " people not held - list incomplete"
                          delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           .

       write-print-line section.
           if lines-printed >= LINES-PER-PAGE
               perform print-page-headings
           end-if
           write report-print-line from print-work-line
           add 1 to lines-printed
           add 1 to catalog-line-count
           .

       print-page-headings section.
           add 1 to page-number
           move page-number to formatted-page-number
           move roll-call-time to clock-time
           move spaces to print-work-line
           string page-title delimited by "  "
                  "   Date: " delimited by size
                  roll-call-date delimited by size
                  "  Time: " delimited by size
                  clock-hours delimited by size
                  ":" delimited by size
                  clock-minutes delimited by size
                  "   Page " delimited by size
                  formatted-page-number delimited by size
                  into print-work-line
           end-string
           if page-number > 1
               move spaces to report-print-line
               write report-print-line after advancing page
           end-if
           write report-print-line from print-work-line
           move all "-" to print-work-line
           write report-print-line from print-work-line
           move 2 to lines-printed
           .

       register-report-run section.
           set catalog-open-action to true
           move "FIRE-ROLL-CALL" to catalog-report-name
           move "fire-roll-call-print.txt" to catalog-base-file-name
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move "*REPORT*" to catalog-operator-id
           move page-number to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .
