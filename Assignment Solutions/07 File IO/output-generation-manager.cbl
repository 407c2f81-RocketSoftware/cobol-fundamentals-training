       input-output section.
           select generation-catalog
               assign "output-generation-catalog.dat"
               organization indexed
               access dynamic
               record key generation-key
               file status catalog-file-status.
           select output-retention
               assign "output-retention.dat"
               organization indexed
               access random
               record key retention-file-name
               file status retention-file-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  generation-catalog.
       copy output-generation-record.

       FD  output-retention.
       01  output-retention-record.
           05  retention-file-name     pic X(40).
           05  retention-generations   pic 9(3).
           05  retention-set-by        pic X(8).
           05  retention-set-timestamp pic X(21).

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
       78  DEFAULT-RETENTION           value 12.
       01  manager-selection           pic 9 value 0.
           88  list-generations        value 1.
           88  set-retention-count     value 2.
           88  restore-generation      value 3.
           88  exit-manager            value 4.
           88  valid-manager-selection values 1 thru 4.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  chosen-base-file-name       pic X(40) value spaces.
       01  chosen-generation           pic 9(4) value 0.
       01  new-retention-count         pic 9(3) value 0.
       01  current-retention-count     pic 9(3) value 0.
       01  generations-listed          pic 9(4) value 0.
       01  restore-confirmation        pic X value space.
           88  restore-confirmed       value "Y" "y".
       01  copy-from-name              pic X(51).
       01  copy-to-name                pic X(51).
       01  file-routine-status         pic 9(4) comp-5.
       01  generation-state-text       pic X(8).
       01  generation-read-status      pic 9 value 0.
           88  end-of-generations      value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  catalog-file-status.
           05  catalog-status-key-1    pic X.
           05  catalog-status-key-2    pic X.
       01  retention-file-status.
           05  retention-status-key-1  pic X.
           05  retention-status-key-2  pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       procedure division.
           display "===== Output File Generations ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role

           perform until exit-manager
               perform prompt-for-manager-function
               evaluate true
                   when not valid-manager-selection
                       display "Invalid Function."
                   when list-generations
                       perform list-file-generations
                   when set-retention-count
                       if role-supervisor
                           perform maintain-retention-count
                       else
                           display "Only a supervisor may change "
                                   "retention counts."
                       end-if
                   when restore-generation
                       if role-supervisor
                           perform restore-chosen-generation
                       else
                           display "Only a supervisor may restore "
                                   "a generation."
                       end-if
               end-evaluate
           end-perform
           display "Exiting output file generations..."
           goback
           .

       prompt-for-manager-function section.
           display "Output file generations - would you like to:"
           display "- [1] List the generations of a file"
           display "- [2] Set a file's retention count"
           display "- [3] Restore a generation for re-sending or "
                   "re-printing"
           display "- [4] Exit"
           accept manager-selection
           .

       load-operator-role section.
           move "N" to operator-on-file-flag
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               display "No operator permissions file found - "
                       "access limited to inquiry."
               set end-of-permissions to true
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
           if permissions-status-key-1 = "0"
               close operator-permissions
           end-if
           if not operator-on-file
               move "I" to operator-role
           end-if
           .

       prompt-for-base-file-name section.
           display "Please enter the output file name "
                   "(e.g. gl-journal.dat):"
           move spaces to chosen-base-file-name
           accept chosen-base-file-name
           .

       list-file-generations section.
           perform prompt-for-base-file-name
           perform read-retention-count
           move zero to generations-listed
           open input generation-catalog
           if catalog-status-key-1 not = "0"
               display "No output generations have been kept yet."
           else
               display function trim(chosen-base-file-name)
                       " - retention " current-retention-count
                       " generations (0 = keep all)"
               move chosen-base-file-name to generation-base-name
               move zero to generation-entry-number
               set end-of-generations to false
               start generation-catalog
                       key is greater than generation-key
                   invalid key
                       set end-of-generations to true
               end-start
               perform until end-of-generations
                   read generation-catalog next record
                       at end
                           set end-of-generations to true
                       not at end
                           if generation-base-name
                                   not = chosen-base-file-name
                               set end-of-generations to true
                           else
                               perform display-generation-line
                           end-if
                   end-read
               end-perform
               close generation-catalog
               if generations-listed = zero
                   display "No generations kept for that file."
               end-if
           end-if
           .

       display-generation-line section.
           add 1 to generations-listed
           if generation-held
               move "held" to generation-state-text
           else
               move "expired" to generation-state-text
           end-if
           display "G" generation-entry-number " run "
                   generation-run-date " period " generation-period
                   " " generation-record-count " records "
                   generation-state-text " by "
                   function trim(generation-program)
           if generation-restore-count > zero
               display "      restored " generation-restore-count
                       " times, last by " generation-restored-by
                       " on " generation-restored-timestamp(1:8)
           end-if
           .

       read-retention-count section.
           move DEFAULT-RETENTION to current-retention-count
           open input output-retention
           if retention-status-key-1 = "0"
               move chosen-base-file-name to retention-file-name
               read output-retention
                   not invalid key
                       move retention-generations
                           to current-retention-count
               end-read
               close output-retention
           end-if
           .

       maintain-retention-count section.
           perform prompt-for-base-file-name
           if chosen-base-file-name = spaces
               display "A file name is required."
           else
               perform read-retention-count
               display "Current retention is " current-retention-count
                       " generations. Please enter the new count "
                       "(0 = keep all):"
               move zero to new-retention-count
               accept new-retention-count
               perform save-retention-count
           end-if
           .

       save-retention-count section.
           open i-o output-retention
           if retention-status-key-1 = "3"
               open output output-retention
               close output-retention
               open i-o output-retention
           end-if
           if retention-status-key-1 not = "0"
               display "Error code " retention-file-status
                       " opening output-retention.dat."
           else
               move chosen-base-file-name to retention-file-name
               read output-retention
                   invalid key
                       move new-retention-count
                           to retention-generations
                       move operator-id to retention-set-by
                       move function current-date
                           to retention-set-timestamp
                       write output-retention-record
                   not invalid key
                       move new-retention-count
                           to retention-generations
                       move operator-id to retention-set-by
                       move function current-date
                           to retention-set-timestamp
                       rewrite output-retention-record
               end-read
               close output-retention
               display "Retention for "
                       function trim(chosen-base-file-name)
                       " set to " new-retention-count
                       " generations - applied at its next run."
           end-if
           .

      *    The live file is always the newest generation, so copying
      *    an older one over it loses nothing.
       restore-chosen-generation section.
           perform prompt-for-base-file-name
           display "Please enter the generation number:"
           move zero to chosen-generation
           accept chosen-generation
           open i-o generation-catalog
           if catalog-status-key-1 not = "0"
               display "No output generations have been kept yet."
           else
               move chosen-base-file-name to generation-base-name
               move chosen-generation to generation-entry-number
               read generation-catalog
                   invalid key
                       display "Generation " chosen-generation
                               " of "
                               function trim(chosen-base-file-name)
                               " is not on the catalog."
                   not invalid key
                       if generation-expired
                           display "Generation " chosen-generation
                                   " has expired and was deleted."
                       else
                           perform confirm-and-restore
                       end-if
               end-read
               close generation-catalog
           end-if
           .

       confirm-and-restore section.
           display "Restore generation " generation-entry-number
                   " (run " generation-run-date ", period "
                   generation-period ") over "
                   function trim(generation-base-name) "? (Y/N)"
           move space to restore-confirmation
           accept restore-confirmation
           if not restore-confirmed
               display "Restore cancelled."
           else
               move spaces to copy-from-name
               move spaces to copy-to-name
               move generation-entry-file-name to copy-from-name
               move generation-base-name to copy-to-name
               call "CBL_COPY_FILE" using copy-from-name copy-to-name
                   returning file-routine-status
               end-call
               if file-routine-status not = zero
                   display "Error code " file-routine-status
                           " restoring "
                           function trim(generation-entry-file-name)
                           "."
               else
                   add 1 to generation-restore-count
                   move operator-id to generation-restored-by
                   move function current-date
                       to generation-restored-timestamp
                   rewrite output-generation-record
                   display function trim(generation-base-name)
                           " restored from generation "
                           generation-entry-number " - "
                           generation-record-count " records."
               end-if
           end-if
           .
