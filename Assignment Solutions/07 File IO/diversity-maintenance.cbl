       input-output section.
           select employee-diversity
               assign "employee-diversity.dat"
               organization indexed
               access dynamic
               record key diversity-employee-number
               file status diversity-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  employee-diversity.
       copy diversity-record.

       FD  employee-data.
       copy employee-record.

       FD  operator-permissions.
       01  operator-permission-record.
           05  permission-operator-id  pic X(8).
           05  permission-role         pic X.
           05  permission-password     pic X(8).
           05  permission-pwd-changed  pic 9(8).
           05  permission-fail-count   pic 9.
           05  permission-status       pic X.
               88  operator-enabled    value "E".
               88  operator-locked     value "L".
               88  operator-disabled   value "D".
           05  permission-force-change pic X.

       working-storage section.
       01  diversity-selection         pic 9 value 0.
           88  record-declaration      value 1.
           88  remove-declaration      value 2.
           88  inquire-declaration     value 3.
           88  exit-diversity          value 4.
           88  valid-diversity         values 1 thru 4.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  declaration-on-file-flag    pic X value "N".
           88  declaration-on-file     value "Y" false "N".
       01  employee-entry              pic 9(5).
       01  saved-gender                pic X.
       01  saved-ethnicity             pic X(4).
       01  saved-disability            pic X.
       01  delete-confirmation         pic X value "N".
           88  delete-confirmed        value "Y" "y".
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  diversity-file-status.
           05  diversity-status-key-1  pic X.
           05  diversity-status-key-2  pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       procedure division.
           display "===== Diversity Declarations (Restricted) ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role
           if not role-supervisor
               display "Operator " operator-id " is not authorised "
                       "for diversity data - access refused."
               goback
           end-if

           open i-o employee-diversity
           if diversity-status-key-1 = "3"
               open output employee-diversity
               close employee-diversity
               open i-o employee-diversity
           end-if
           if diversity-status-key-1 not = "0"
               display "Error code " diversity-file-status
                       " opening employee-diversity.dat."
               goback
           end-if
           open input employee-data

           perform until exit-diversity
               perform prompt-for-diversity-function
               evaluate true
                   when not valid-diversity
                       display "Invalid Function."
                   when record-declaration
                       perform record-employee-declaration
                   when remove-declaration
                       perform remove-employee-declaration
                   when inquire-declaration
                       perform display-employee-declaration
               end-evaluate
           end-perform

           close employee-diversity
           close employee-data
           display "Exiting diversity maintenance..."
           goback
           .

       load-operator-role section.
           move "N" to operator-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               display "No operator permissions file found - "
                       "access cannot be authorised."
               goback
           end-if
           perform until end-of-permissions or operator-on-file
               read operator-permissions
                   at end
                       set end-of-permissions to true
                   not at end
                       if permission-operator-id = operator-id
                           set operator-on-file to true
                           if operator-enabled
                               move permission-role to operator-role
                           else
                               move "I" to operator-role
                           end-if
                       end-if
               end-read
           end-perform
           close operator-permissions
           if not operator-on-file
               move "I" to operator-role
           end-if
           .

       prompt-for-diversity-function section.
           display "Diversity declarations - would you like to:"
           display "- [1] Record or update a declaration"
           display "- [2] Remove a declaration"
           display "- [3] Inquire on a declaration"
           display "- [4] Exit"
           accept diversity-selection
           .

       prompt-for-diversity-employee section.
           move "N" to entry-was-blank
           display "Please enter an employee number:"
           accept employee-entry
           move employee-entry to employee-number
           read employee-data
               invalid key
                   display "Record not found " employee-entry
                   set field-entry-blank to true
           end-read
           if not field-entry-blank
               move employee-entry to diversity-employee-number
               read employee-diversity
                   invalid key
                       set declaration-on-file to false
                   not invalid key
                       set declaration-on-file to true
               end-read
           end-if
           .

       record-employee-declaration section.
           perform prompt-for-diversity-employee
           if not field-entry-blank
               if not declaration-on-file
                   initialize diversity-record
                   move employee-entry to diversity-employee-number
               end-if
               display "Gender - [M]ale, [F]emale, [X] other, [U] "
                       "prefer not to say (enter to keep "
                       diversity-gender "):"
               perform capture-gender
           end-if
           if not field-entry-blank
               display "Ethnicity code (enter to keep "
                       diversity-ethnicity "):"
               perform capture-ethnicity
               display "Disability - Y, N or U (enter to keep "
                       diversity-disability "):"
               perform capture-disability
           end-if
           if not field-entry-blank
               move function current-date(1:8)
                   to diversity-declared-date
               move operator-id to diversity-operator-id
               move function current-date to diversity-timestamp
               if declaration-on-file
                   rewrite diversity-record
               else
                   write diversity-record
               end-if
               display "Declaration recorded for employee "
                       diversity-employee-number "."
           else
               display "Declaration not recorded."
           end-if
           .

       capture-gender section.
           move diversity-gender to saved-gender
           accept diversity-gender
           evaluate diversity-gender
               when space
                   move saved-gender to diversity-gender
               when "m"
                   move "M" to diversity-gender
               when "f"
                   move "F" to diversity-gender
               when "x"
                   move "X" to diversity-gender
               when "u"
                   move "U" to diversity-gender
           end-evaluate
           if not valid-gender
               display "Invalid gender code - entry cancelled."
               set field-entry-blank to true
           end-if
           .

       capture-ethnicity section.
           move diversity-ethnicity to saved-ethnicity
           accept diversity-ethnicity
           if diversity-ethnicity = spaces
               move saved-ethnicity to diversity-ethnicity
           end-if
           .

       capture-disability section.
           move diversity-disability to saved-disability
           accept diversity-disability
           evaluate diversity-disability
               when space
                   move saved-disability to diversity-disability
               when "y"
                   move "Y" to diversity-disability
               when "n"
                   move "N" to diversity-disability
               when "u"
                   move "U" to diversity-disability
           end-evaluate
           if diversity-disability = space
               move "U" to diversity-disability
           end-if
           if not valid-disability-flag
               display "Invalid disability flag - entry cancelled."
               set field-entry-blank to true
           end-if
           .

       remove-employee-declaration section.
           perform prompt-for-diversity-employee
           if not field-entry-blank
               if not declaration-on-file
                   display "No declaration on file for employee "
                           employee-entry "."
               else
                   display "Remove the declaration for employee "
                           employee-entry " - are you sure? (Y/N)"
                   move "N" to delete-confirmation
                   accept delete-confirmation
                   if delete-confirmed
                       delete employee-diversity
                       display "Declaration removed."
                   else
                       display "Removal cancelled."
                   end-if
               end-if
           end-if
           .

       display-employee-declaration section.
           perform prompt-for-diversity-employee
           if not field-entry-blank
               if not declaration-on-file
                   display "No declaration on file for employee "
                           employee-entry "."
               else
                   display "Employee " diversity-employee-number
                           " gender " diversity-gender " ethnicity "
                           diversity-ethnicity " disability "
                           diversity-disability " declared "
                           diversity-declared-date " by "
                           diversity-operator-id
               end-if
           end-if
           .
