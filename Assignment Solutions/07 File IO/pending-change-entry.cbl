       01  another-entry-response      pic X value "Y".
           88  another-entry           value "Y" "y".
       01  entry-field-code            pic 9 value 0.
           88  valid-entry-field       values 1 thru 8.
           88  termination-entry       value 4.
       01  entry-effective-date        pic 9(8) value 0.
       01  changes-scheduled           pic 9(5) value 0.
       01  pending-file-status.
           display "- [1] First Name"
           display "- [2] Last Name"
           display "- [3] Salary"
           display "- [4] Termination"
           display "- [5] Department"
           display "- [6] Hire Date"
           display "- [7] Currency Code"
               display "Invalid field - change not scheduled."
           else
               move entry-field-code to pending-field-code
               if termination-entry
                   display "Please enter the termination reason - "
                           "R resigned, E redundancy, D dismissal, "
                           "T retirement - the effective date is "
                           "the termination date:"
               else
                   display "Please enter the new value:"
               end-if
               initialize pending-new-value
               accept pending-new-value
               display "Please enter the effective date (yyyymmdd):"
