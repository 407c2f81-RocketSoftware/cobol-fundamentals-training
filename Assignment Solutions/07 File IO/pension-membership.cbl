       input-output section.
           select pension-schemes
               assign "pension-schemes.dat"
               organization indexed
               access random
               record key scheme-code
               file status schemes-file-status.
           select pension-membership
               assign "pension-membership.dat"
               organization indexed
               access dynamic
               record key member-employee-number
               file status membership-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.

       file section.
       FD  pension-schemes.
       01  pension-scheme-record.
           05  scheme-code             pic X(4).
           05  scheme-description      pic X(20).
           05  scheme-employee-rate    pic 9(3)V9(2).
           05  scheme-employer-rate    pic 9(3)V9(2).
           05  scheme-band-lower       pic 9(7)V9(2).
           05  scheme-band-upper       pic 9(7)V9(2).
           05  scheme-enrol-trigger    pic 9(7)V9(2).
           05  scheme-auto-enrol       pic X.
               88  scheme-is-auto-enrol    value "Y".
           05  scheme-provider-ref     pic X(10).

       FD  pension-membership.
       01  pension-member-record.
           05  member-employee-number  pic 9(5).
           05  member-scheme-code      pic X(4).
           05  member-status           pic X.
               88  member-enrolled     value "E".
               88  member-opted-out    value "O".
               88  member-ceased       value "C".
           05  member-enrol-method     pic X.
               88  enrolled-automatically  value "A".
               88  enrolled-voluntarily    value "V".
           05  member-enrol-date       pic 9(8).
           05  member-status-date      pic 9(8).
           05  member-assessment       pic X(8).
           05  member-assessed-period  pic 9(6).
           05  member-operator-id      pic X(8).
           05  member-timestamp        pic X(21).

       FD  employee-data.
       copy employee-record.

       working-storage section.
       78  OPT-OUT-WINDOW-DAYS         value 30.
       01  membership-selection        pic 9 value 0.
           88  enrol-member            value 1.
           88  opt-out-member          value 2.
           88  cease-member            value 3.
           88  inquire-member          value 4.
           88  list-members            value 5.
           88  exit-membership         value 6.
           88  valid-membership        values 1 thru 6.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  member-on-file-flag         pic X value "N".
           88  member-on-file          value "Y" false "N".
       01  todays-date                 pic 9(8).
       01  days-since-enrolment        pic S9(7).
       01  scheme-code-entry           pic X(4).
       01  members-listed              pic 9(5) value 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  schemes-file-status.
           05  schemes-status-key-1    pic X.
           05  schemes-status-key-2    pic X.
       01  membership-file-status.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.

       linkage section.
       copy record-function.

       procedure division using by reference record-function.
           move function current-date(1:8) to todays-date
           open input pension-schemes
           if schemes-status-key-1 not = "0"
               display "No pension schemes on file - run the scheme "
                       "maintenance first."
               goback
           end-if
           open i-o pension-membership
           if membership-status-key-1 = "3"
               open output pension-membership
               close pension-membership
               open i-o pension-membership
           end-if
           open input employee-data

           perform until exit-membership
               perform prompt-for-membership-function
               evaluate true
                   when not valid-membership
                       display "Invalid Function."
                   when enrol-member
                       perform record-voluntary-enrolment
                   when opt-out-member
                       perform record-opt-out
                   when cease-member
                       perform record-cessation
                   when inquire-member
                       perform display-membership
                   when list-members
                       perform list-all-members
               end-evaluate
           end-perform

           close pension-schemes
           close pension-membership
           close employee-data
           display "Exiting pension membership..."
           goback
           .

       prompt-for-membership-function section.
           display "Pension membership - would you like to:"
           display "- [1] Enrol an employee"
           display "- [2] Record an opt-out"
           display "- [3] Cease membership"
           display "- [4] Inquire on a member"
           display "- [5] List all members"
           display "- [6] Exit"
           accept membership-selection
           .

       prompt-for-member-employee section.
           move "N" to entry-was-blank
           display "Please enter an employee number:"
           accept member-employee-number
           move member-employee-number to employee-number
           read employee-data
               invalid key
                   display "Record not found " employee-number
                   set field-entry-blank to true
               not invalid key
                   if not employee-active
                       display "Employee " employee-number
                               " is not active - entry refused."
                       set field-entry-blank to true
                   end-if
           end-read
           if not field-entry-blank
               read pension-membership
                   invalid key
                       set member-on-file to false
                   not invalid key
                       set member-on-file to true
               end-read
           end-if
           .

       record-voluntary-enrolment section.
           perform prompt-for-member-employee
           if not field-entry-blank
               if member-on-file and member-enrolled
                   display "Employee " member-employee-number
                           " is already a member of scheme "
                           member-scheme-code "."
               else
                   display "Please enter the scheme code:"
                   move spaces to scheme-code-entry
                   accept scheme-code-entry
                   move scheme-code-entry to scheme-code
                   read pension-schemes
                       invalid key
                           display "Scheme " scheme-code " is not on "
                                   "the scheme master - entry "
                                   "refused."
                       not invalid key
                           perform write-voluntary-enrolment
                   end-read
               end-if
           end-if
           .

       write-voluntary-enrolment section.
           move employee-number to member-employee-number
           move scheme-code to member-scheme-code
           set member-enrolled to true
           set enrolled-voluntarily to true
           move todays-date to member-enrol-date
           move todays-date to member-status-date
           move operator-id to member-operator-id
           move function current-date to member-timestamp
           if member-on-file
               rewrite pension-member-record
           else
               move spaces to member-assessment
               move zero to member-assessed-period
               write pension-member-record
           end-if
           display "Employee " member-employee-number " enrolled in "
                   "scheme " member-scheme-code " from "
                   member-enrol-date "."
           .

       record-opt-out section.
           perform prompt-for-member-employee
           if not field-entry-blank
               if not member-on-file or not member-enrolled
                   display "Employee " member-employee-number
                           " is not an enrolled member."
               else
                   compute days-since-enrolment =
                       function integer-of-date(todays-date)
                       - function integer-of-date(member-enrol-date)
                   if days-since-enrolment > OPT-OUT-WINDOW-DAYS
                       display "The opt-out window closed "
                               OPT-OUT-WINDOW-DAYS " days after "
                               "enrolment on " member-enrol-date
                               " - record a cessation instead."
                   else
                       set member-opted-out to true
                       move todays-date to member-status-date
                       move operator-id to member-operator-id
                       move function current-date to member-timestamp
                       rewrite pension-member-record
                       display "Opt-out recorded for employee "
                               member-employee-number " - no "
                               "further contributions will be taken."
                   end-if
               end-if
           end-if
           .

       record-cessation section.
           perform prompt-for-member-employee
           if not field-entry-blank
               if not member-on-file or not member-enrolled
                   display "Employee " member-employee-number
                           " is not an enrolled member."
               else
                   set member-ceased to true
                   move todays-date to member-status-date
                   move operator-id to member-operator-id
                   move function current-date to member-timestamp
                   rewrite pension-member-record
                   display "Membership ceased for employee "
                           member-employee-number "."
               end-if
           end-if
           .

       display-membership section.
           display "Please enter an employee number:"
           accept member-employee-number
           read pension-membership
               invalid key
                   display "No pension membership on file for "
                           "employee " member-employee-number "."
               not invalid key
                   perform display-one-member
           end-read
           .

       display-one-member section.
           display member-employee-number " scheme "
                   member-scheme-code " status " member-status
                   " method " member-enrol-method " enrolled "
                   member-enrol-date " changed " member-status-date
                   " last assessed " member-assessed-period " "
                   member-assessment
           .

       list-all-members section.
           move zero to members-listed
           set end-of-browse to false
           move low-values to member-employee-number
           start pension-membership
                   key is greater than member-employee-number
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read pension-membership next record
                   at end
                       set end-of-browse to true
                   not at end
                       add 1 to members-listed
                       perform display-one-member
               end-read
           end-perform
           if members-listed = zero
               display "No pension members on file."
           end-if
           .
