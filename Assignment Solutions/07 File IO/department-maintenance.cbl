               access dynamic
               record key master-department-code
               file status department-file-status.
           select department-cover
               assign "department-cover.dat"
               organization indexed
               access random
               record key level-department-code
               file status level-file-status.

       file section.
       FD  department-master.
           05  department-manager          pic X(30).
           05  department-cost-centre      pic X(6).

      *    Minimum number of staff who must be at work on any working
      *    day; used by the absence planner and leave approval.
       FD  department-cover.
       01  department-cover-record.
           05  level-department-code   pic X(4).
           05  level-minimum-staff     pic 9(3).
           05  level-set-timestamp     pic X(21).

       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  add-department          value 1.
           88  amend-department        value 2.
           88  delete-department       value 3.
           88  list-departments        value 4.
           88  set-minimum-cover       value 5.
           88  exit-maintenance        value 6.
           88  valid-maintenance       values 1 thru 6.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  delete-confirmation         pic X value "N".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  departments-listed          pic 9(3) value 0.
       01  minimum-cover-entry         pic 9(3) value 0.
       01  formatted-minimum-cover     pic ZZ9.
       01  level-file-status.
           05  level-status-key-1      pic X.
           05  level-status-key-2      pic X.
       01  department-file-status.
           05  department-status-key-1 pic X.
           05  department-status-key-2 pic X.
               open i-o department-master
           end-if
           perform check-file-status-code
           open i-o department-cover
           if level-status-key-1 = "3"
               open output department-cover
               close department-cover
               open i-o department-cover
           end-if
           if level-status-key-1 not = "0"
               display "Error code " level-file-status
                       " opening department-cover."
               close department-master
               goback
           end-if

           perform until exit-maintenance
               perform prompt-for-maintenance-function
                       perform delete-department-record
                   when list-departments
                       perform list-all-departments
                   when set-minimum-cover
                       perform maintain-minimum-cover
               end-evaluate
           end-perform

           close department-master
           close department-cover
           display "Exiting department maintenance..."
           goback
           .
           display "- [2] Amend a department"
           display "- [3] Delete a department"
           display "- [4] List all departments"
           display "- [5] Set minimum cover"
           display "- [6] Exit"
           accept maintenance-selection
           .

                           not invalid key
                               display "Department successfully "
                                       "deleted."
                               move master-department-code
                                   to level-department-code
                               delete department-cover
                                   invalid key
                                       continue
                               end-delete
                       end-delete
                   else
                       display "Delete cancelled."
                       set end-of-browse to true
                   not at end
                       add 1 to departments-listed
                       move master-department-code
                           to level-department-code
                       read department-cover
                           invalid key
                               move zero to level-minimum-staff
                       end-read
                       move level-minimum-staff
                           to formatted-minimum-cover
                       display master-department-code " "
                               department-name " "
                               department-manager " "
                               department-cost-centre
                               " cover " formatted-minimum-cover
               end-read
           end-perform

               display "No departments on file."
           end-if
           .

       maintain-minimum-cover section.
           perform prompt-for-department-code
           read department-master
               invalid key
                   display "Department not found."
               not invalid key
                   move master-department-code
                       to level-department-code
                   read department-cover
                       invalid key
                           move zero to level-minimum-staff
                   end-read
                   move level-minimum-staff to formatted-minimum-cover
                   display "Minimum staff at work on any working day ["
                           formatted-minimum-cover "] (0 = no check):"
                   move level-minimum-staff to minimum-cover-entry
                   accept minimum-cover-entry
                   perform save-minimum-cover
           end-read
           .

       save-minimum-cover section.
           move master-department-code to level-department-code
           read department-cover
               invalid key
                   move minimum-cover-entry to level-minimum-staff
                   move function current-date to level-set-timestamp
                   write department-cover-record
               not invalid key
                   move minimum-cover-entry to level-minimum-staff
                   move function current-date to level-set-timestamp
                   rewrite department-cover-record
           end-read
           move minimum-cover-entry to formatted-minimum-cover
           display "Minimum cover for department "
                   master-department-code " set to "
                   formatted-minimum-cover "."
           .
