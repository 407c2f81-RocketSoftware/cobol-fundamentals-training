       input-output section.
           select project-master
               assign "project-master.dat"
               organization indexed
               access dynamic
               record key project-code
               file status project-file-status.

       file section.
       FD  project-master.
       copy project-master-record.

       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  add-project             value 1.
           88  amend-project           value 2.
           88  close-project           value 3.
           88  list-projects           value 4.
           88  exit-maintenance        value 5.
           88  valid-maintenance       values 1 thru 5.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  close-confirmation          pic X value "N".
           88  close-confirmed         value "Y" "y".
       01  amount-raw-entry            pic X(12).
       01  amount-is-numeric-flag      pic X.
           88  amount-entry-is-numeric value "Y".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  projects-listed             pic 9(3) value 0.
       01  formatted-budget-hours      pic ZZ,ZZ9.99.
       01  formatted-budget-cost       pic Z,ZZZ,ZZ9.99.
       01  project-file-status.
           05  project-status-key-1    pic X.
           05  project-status-key-2    pic X.

       procedure division.
           open i-o project-master
           if project-status-key-1 = "3"
               open output project-master
               close project-master
               open i-o project-master
           end-if
           if project-file-status not equal "00"
               display "Error code " project-file-status
                       " opening project-master."
               goback
           end-if

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-project
                       perform add-project-record
                   when amend-project
                       perform amend-project-record
                   when close-project
                       perform close-project-record
                   when list-projects
                       perform list-all-projects
               end-evaluate
           end-perform

           close project-master
           display "Exiting project maintenance..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Project maintenance - would you like to:"
           display "- [1] Add a project"
           display "- [2] Amend a project"
           display "- [3] Close a project"
           display "- [4] List all projects"
           display "- [5] Exit"
           accept maintenance-selection
           .

       prompt-for-project-code section.
           display "Please enter a project code:"
           move spaces to project-code
           accept project-code
           .

       add-project-record section.
           move "N" to entry-was-blank
           perform prompt-for-project-code
           if project-code = spaces
               display "A project code is required."
           else
               read project-master
                   invalid key
                       move zero to project-budget-hours
                       move zero to project-budget-cost
                       move spaces to project-cost-centre
                       set project-open to true
                       perform prompt-for-project-details
                       if field-entry-blank
                           display "Add cancelled."
                       else
                           write project-master-record
                               invalid key
                                   display "Project " project-code
                                           " already on file."
                               not invalid key
                                   display "Project " project-code
                                           " added."
                           end-write
                       end-if
                   not invalid key
                       display "Project " project-code
                               " already on file."
               end-read
           end-if
           .

       amend-project-record section.
           move "N" to entry-was-blank
           perform prompt-for-project-code
           read project-master
               invalid key
                   display "Project not found."
               not invalid key
                   perform prompt-for-project-details
                   if field-entry-blank
                       display "Amend cancelled."
                   else
                       rewrite project-master-record
                           invalid key
                               display "Failure to amend project."
                           not invalid key
                               display "Project successfully "
                                       "amended."
                       end-rewrite
                   end-if
           end-read
           .

       prompt-for-project-details section.
           display "Please enter client name:"
           move spaces to project-client
           accept project-client
           if project-client = spaces
               set field-entry-blank to true
           end-if
           if not field-entry-blank
               display "Please enter cost centre ["
                       project-cost-centre "]:"
               accept project-cost-centre
               move project-budget-hours to formatted-budget-hours
               display "Please enter budget hours ["
                       formatted-budget-hours "]:"
               perform accept-budget-amount
               if not field-entry-blank
                   compute project-budget-hours = function numval(
                       function trim(amount-raw-entry))
               end-if
           end-if
           if not field-entry-blank
               move project-budget-cost to formatted-budget-cost
               display "Please enter budget cost ["
                       formatted-budget-cost "]:"
               perform accept-budget-amount
               if not field-entry-blank
                   compute project-budget-cost = function numval(
                       function trim(amount-raw-entry))
               end-if
           end-if
           .

       accept-budget-amount section.
           move spaces to amount-raw-entry
           accept amount-raw-entry
           call "verify-numeric-variable"
                   using by reference amount-raw-entry
                         by reference amount-is-numeric-flag
           if not amount-entry-is-numeric
               display "Amount must be numeric."
               set field-entry-blank to true
           end-if
           .

      *    Closed projects stay on file so that their history can
      *    still be reported; new time cannot be booked to them.
       close-project-record section.
           perform prompt-for-project-code
           read project-master
               invalid key
                   display "Project not found."
               not invalid key
                   if project-closed
                       display "Project " project-code
                               " is already closed."
                   else
                       display "Close project " project-code
                               " - are you sure? (Y/N)"
                       move "N" to close-confirmation
                       accept close-confirmation
                       if close-confirmed
                           set project-closed to true
                           rewrite project-master-record
                               invalid key
                                   display "Failure to close "
                                           "project."
                               not invalid key
                                   display "Project " project-code
                                           " closed."
                           end-rewrite
                       else
                           display "Close cancelled."
                       end-if
                   end-if
           end-read
           .

       list-all-projects section.
           move zero to projects-listed
           set end-of-browse to false
           move low-values to project-code
           start project-master
                   key is greater than project-code
               invalid key
                   set end-of-browse to true
           end-start

           perform until end-of-browse
               read project-master next record
                   at end
                       set end-of-browse to true
                   not at end
                       add 1 to projects-listed
                       move project-budget-hours
                           to formatted-budget-hours
                       move project-budget-cost
                           to formatted-budget-cost
                       display project-code " "
                               project-client " "
                               project-cost-centre " "
                               formatted-budget-hours " "
                               formatted-budget-cost " "
                               project-status
               end-read
           end-perform

           if projects-listed = zero
               display "No projects on file."
           end-if
           .
