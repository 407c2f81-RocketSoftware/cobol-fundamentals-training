               assign "operator-activity.dat"
               organization sequential
               file status activity-file-status.
           select operator-employee-link
               assign "operator-employee-link.dat"
               organization sequential
               file status link-file-status.

       file section.
       FD  operator-permissions.
       01  operator-permission-record.
           05  permission-operator-id  pic X(8).
           05  permission-role         pic X.
               88  valid-permission-role values "I" "C" "A" "S".
           05  permission-password     pic X(8).
           05  permission-pwd-changed  pic 9(8).
           05  permission-fail-count   pic 9.
           05  activity-browse-count   pic 9(5).
           05  activity-timestamp      pic X(21).

      *    The employee record belonging to each operator, so that
      *    changes an operator makes to their own record can be found.
       FD  operator-employee-link.
       01  operator-employee-link-record.
           05  link-operator-id        pic X(8).
           05  link-employee-number    pic 9(5).
           05  link-set-by             pic X(8).
           05  link-timestamp          pic X(21).

       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  add-operator            value 1.
           88  reset-password          value 4.
           88  change-role             value 5.
           88  list-operators          value 6.
           88  link-operator-employee  value 7.
           88  exit-maintenance        value 8.
           88  valid-maintenance       values 1 thru 8.
       01  supervisor-id               pic X(8) value spaces.
       01  supervisor-password         pic X(8).
       01  supervisor-verified         pic X value "N".
       01  operator-found-flag         pic X value "N".
           88  operator-on-file        value "Y".
       01  operators-listed            pic 9(3) value 0.
       01  link-employee-entry         pic 9(5) value 0.
       01  link-found-flag             pic X value "N".
           88  link-on-file            value "Y" false "N".
       01  maintenance-event           pic X(8).
       01  todays-date                 pic 9(8).
       01  permissions-read-status     pic 9 value 0.
       01  activity-file-status.
           05  activity-status-key-1   pic X.
           05  activity-status-key-2   pic X.
       01  link-read-status            pic 9 value 0.
           88  end-of-links            value 1 false 0.
       01  link-file-status.
           05  link-status-key-1       pic X.
           05  link-status-key-2       pic X.

       procedure division.
           move function current-date(1:8) to todays-date
                       perform change-operator-role
                   when list-operators
                       perform list-all-operators
                   when link-operator-employee
                       perform link-operator-to-employee
               end-evaluate
           end-perform

           display "- [4] Reset a password"
           display "- [5] Change a role"
           display "- [6] List all operators"
           display "- [7] Link an operator to their employee record"
           display "- [8] Exit"
           accept maintenance-selection
           .

                       " is already on file."
           else
               display "Please enter the role - [I]nquiry, "
                       "[C]lerk, [A]pprover or [S]upervisor:"
               move spaces to new-role-entry
               accept new-role-entry
               display "Please enter the initial password:"
               accept new-password-entry
               if new-role-entry not = "I"
                       and new-role-entry not = "C"
                       and new-role-entry not = "A"
                       and new-role-entry not = "S"
                   display "Role must be I, C, A or S - add cancelled."
               else
                   if new-password-entry = spaces
                       display "A password is required - add "
                       " is not on file."
           else
               display "Please enter the new role - [I]nquiry, "
                       "[C]lerk, [A]pprover or [S]upervisor:"
               move spaces to new-role-entry
               accept new-role-entry
               if new-role-entry not = "I"
                       and new-role-entry not = "C"
                       and new-role-entry not = "A"
                       and new-role-entry not = "S"
                   display "Role must be I, C, A or S - change "
                           "cancelled."
               else
                   move new-role-entry to permission-role
           end-if
           .

      *    An employee number of zero removes the link.
       link-operator-to-employee section.
           perform prompt-for-target-operator
           open input operator-permissions
           perform find-target-operator
           close operator-permissions
           if not operator-on-file
               display "Operator " target-operator-id
                       " is not on file."
           else
               display "Please enter the operator's own employee "
                       "number (0 to remove the link):"
               move zero to link-employee-entry
               accept link-employee-entry
               perform find-operator-link
               if link-on-file
                   move link-employee-entry to link-employee-number
                   move supervisor-id to link-set-by
                   move function current-date to link-timestamp
                   rewrite operator-employee-link-record
                   close operator-employee-link
               else
                   if link-status-key-1 = "0"
                       close operator-employee-link
                   end-if
                   open extend operator-employee-link
                   if link-status-key-1 = "3"
                       open output operator-employee-link
                   end-if
                   move target-operator-id to link-operator-id
                   move link-employee-entry to link-employee-number
                   move supervisor-id to link-set-by
                   move function current-date to link-timestamp
                   write operator-employee-link-record
                   close operator-employee-link
               end-if
               display "Operator " target-operator-id
                       " linked to employee " link-employee-number "."
               move "OP-LINK" to maintenance-event
               perform write-maintenance-audit
           end-if
           .

       find-operator-link section.
           set link-on-file to false
           set end-of-links to false
           open i-o operator-employee-link
           if link-status-key-1 not = "0"
               set end-of-links to true
           end-if
           perform until end-of-links or link-on-file
               read operator-employee-link
                   at end
                       set end-of-links to true
                   not at end
                       if link-operator-id = target-operator-id
                           set link-on-file to true
                       end-if
               end-read
           end-perform
           .

       write-maintenance-audit section.
           open extend operator-activity
           if activity-status-key-1 = "0"
