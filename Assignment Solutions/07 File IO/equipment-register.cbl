       input-output section.
           select asset-register
               assign "asset-register.dat"
               organization indexed
               access dynamic
               record key asset-tag
               alternate record key asset-issued-to with duplicates
               file status asset-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.

       file section.
       FD  asset-register.
       copy asset-record.

       FD  employee-data.
       copy employee-record.

      *    The issued-to employee and the dates stay on the asset
      *    after it is returned, as a record of its last holder.
       working-storage section.
       01  register-selection          pic 9 value 0.
           88  add-asset               value 1.
           88  amend-asset             value 2.
           88  issue-asset             value 3.
           88  return-asset            value 4.
           88  write-off-asset         value 5.
           88  list-employee-assets    value 6.
           88  list-all-assets         value 7.
           88  exit-register           value 8.
           88  valid-register-selection    values 1 thru 8.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  confirmation-response       pic X value "N".
           88  action-confirmed        value "Y" "y".
       01  chosen-asset-tag            pic X(10).
       01  employee-entry              pic 9(5) value 0.
       01  date-entry                  pic 9(8) value 0.
       01  value-raw-entry             pic X(10).
       01  value-is-numeric-flag       pic X.
           88  value-entry-is-numeric  value "Y".
       01  assets-listed               pic 9(5) value 0.
       01  listed-value-total          pic 9(7)V9(2) value 0.
       01  formatted-asset-value       pic ZZ,ZZ9.99.
       01  formatted-total-value       pic Z,ZZZ,ZZ9.99.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  asset-file-status.
           05  asset-status-key-1      pic X.
           05  asset-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.

       procedure division.
           open i-o asset-register
           if asset-status-key-1 = "3"
               open output asset-register
               close asset-register
               open i-o asset-register
           end-if
           if asset-status-key-1 not = "0"
               display "Error code " asset-file-status
                       " opening asset-register."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               close asset-register
               goback
           end-if

           perform until exit-register
               perform prompt-for-register-function
               evaluate true
                   when not valid-register-selection
                       display "Invalid Function."
                   when add-asset
                       perform add-asset-record
                   when amend-asset
                       perform amend-asset-record
                   when issue-asset
                       perform issue-asset-to-employee
                   when return-asset
                       perform return-asset-to-store
                   when write-off-asset
                       perform write-off-asset-record
                   when list-employee-assets
                       perform list-assets-for-employee
                   when list-all-assets
                       perform list-every-asset
               end-evaluate
           end-perform

           close asset-register
           close employee-data
           display "Exiting equipment register..."
           goback
           .

       prompt-for-register-function section.
           display "Equipment register - would you like to:"
           display "- [1] Add an asset"
           display "- [2] Amend an asset"
           display "- [3] Issue an asset to an employee"
           display "- [4] Record an asset returned"
           display "- [5] Write off a lost asset"
           display "- [6] List an employee's equipment"
           display "- [7] List all assets"
           display "- [8] Exit"
           accept register-selection
           .

       prompt-for-asset-tag section.
           display "Please enter the asset tag:"
           move spaces to asset-tag
           accept asset-tag
           move asset-tag to chosen-asset-tag
           .

       add-asset-record section.
           move "N" to entry-was-blank
           perform prompt-for-asset-tag
           if asset-tag = spaces
               display "An asset tag is required."
           else
               read asset-register
                   invalid key
                       move chosen-asset-tag to asset-tag
                       move spaces to asset-type
                       move spaces to asset-description
                       move zero to asset-value
                       move zero to asset-issued-to
                       move zero to asset-issue-date
                       move zero to asset-return-date
                       set asset-in-store to true
                       perform prompt-for-asset-details
                       if field-entry-blank
                           display "Add cancelled."
                       else
                           write asset-record
                               invalid key
                                   display "Asset " asset-tag
                                           " already on file."
                               not invalid key
                                   display "Asset " asset-tag
                                           " added to the store."
                           end-write
                       end-if
                   not invalid key
                       display "Asset " asset-tag " already on file."
               end-read
           end-if
           .

       amend-asset-record section.
           move "N" to entry-was-blank
           perform prompt-for-asset-tag
           read asset-register
               invalid key
                   display "Asset not found."
               not invalid key
                   perform prompt-for-asset-details
                   if field-entry-blank
                       display "Amend cancelled."
                   else
                       rewrite asset-record
                           invalid key
                               display "Failure to amend asset."
                           not invalid key
                               display "Asset successfully amended."
                       end-rewrite
                   end-if
           end-read
           .

       prompt-for-asset-details section.
           display "Asset type - LAPTOP, PHONE, KEYS, ID-BADGE or "
                   "OTHER [" asset-type "]:"
           accept asset-type
           if not valid-asset-type
               display "Invalid asset type."
               set field-entry-blank to true
           end-if
           if not field-entry-blank
               display "Description [" asset-description "]:"
               accept asset-description
               if asset-description = spaces
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               move asset-value to formatted-asset-value
               display "Replacement value [" formatted-asset-value
                       "]:"
               move spaces to value-raw-entry
               accept value-raw-entry
               call "verify-numeric-variable"
                       using by reference value-raw-entry
                             by reference value-is-numeric-flag
               if not value-entry-is-numeric
                   display "Value must be numeric."
                   set field-entry-blank to true
               else
                   compute asset-value = function numval(
                       function trim(value-raw-entry))
               end-if
           end-if
           .

       prompt-for-action-date section.
           move zero to date-entry
           accept date-entry
           if date-entry = zero
               move function current-date(1:8) to date-entry
           end-if
           if function test-date-yyyymmdd(date-entry) not = 0
               display "Not a valid date."
               set field-entry-blank to true
           end-if
           .

       issue-asset-to-employee section.
           move "N" to entry-was-blank
           perform prompt-for-asset-tag
           read asset-register
               invalid key
                   display "Asset not found."
               not invalid key
                   if not asset-in-store
                       display "Asset " asset-tag " is not in the "
                               "store - status " asset-status "."
                   else
                       perform capture-issue-details
                   end-if
           end-read
           .

       capture-issue-details section.
           display "Please enter the employee number:"
           move zero to employee-entry
           accept employee-entry
           move employee-entry to employee-number
           read employee-data
               invalid key
                   display "Record not found " employee-number
                   set field-entry-blank to true
               not invalid key
                   if not employee-active
                       display "Employee " employee-number " is not "
                               "active - asset not issued."
                       set field-entry-blank to true
                   end-if
           end-read
           if not field-entry-blank
               display "Please enter the issue date (yyyymmdd, or 0 "
                       "for today):"
               perform prompt-for-action-date
           end-if
           if not field-entry-blank
               move employee-entry to asset-issued-to
               move date-entry to asset-issue-date
               move zero to asset-return-date
               set asset-issued to true
               rewrite asset-record
                   invalid key
                       display "Failure to issue asset."
                   not invalid key
                       display "Asset " asset-tag " issued to "
                               "employee " asset-issued-to "."
               end-rewrite
           end-if
           .

       return-asset-to-store section.
           move "N" to entry-was-blank
           perform prompt-for-asset-tag
           read asset-register
               invalid key
                   display "Asset not found."
               not invalid key
                   if not asset-issued
                       display "Asset " asset-tag " is not out on "
                               "issue."
                   else
                       display "Please enter the return date "
                               "(yyyymmdd, or 0 for today):"
                       perform prompt-for-action-date
                       if not field-entry-blank
                           move date-entry to asset-return-date
                           set asset-in-store to true
                           rewrite asset-record
                               invalid key
                                   display "Failure to return asset."
                               not invalid key
                                   display "Asset " asset-tag
                                           " returned by employee "
                                           asset-issued-to "."
                           end-rewrite
                       end-if
                   end-if
           end-read
           .

       write-off-asset-record section.
           perform prompt-for-asset-tag
           read asset-register
               invalid key
                   display "Asset not found."
               not invalid key
                   if asset-written-off
                       display "Asset " asset-tag
                               " is already written off."
                   else
                       display "Write off asset " asset-tag
                               " - are you sure? (Y/N)"
                       move "N" to confirmation-response
                       accept confirmation-response
                       if action-confirmed
                           set asset-written-off to true
                           rewrite asset-record
                           display "Asset " asset-tag
                                   " written off."
                       else
                           display "Write off cancelled."
                       end-if
                   end-if
           end-read
           .

       list-assets-for-employee section.
           display "Please enter the employee number:"
           move zero to employee-entry
           accept employee-entry
           move zero to assets-listed
           move zero to listed-value-total
           set end-of-browse to false
           move employee-entry to asset-issued-to
           start asset-register key is equal to asset-issued-to
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read asset-register next record
                   at end
                       set end-of-browse to true
                   not at end
                       if asset-issued-to not = employee-entry
                           set end-of-browse to true
                       else
                           if asset-issued
                               perform display-asset-line
                           end-if
                       end-if
               end-read
           end-perform
           if assets-listed = zero
               display "No equipment held by employee "
                       employee-entry "."
           else
               move listed-value-total to formatted-total-value
               display assets-listed " items held, value "
                       formatted-total-value "."
           end-if
           .

       list-every-asset section.
           move zero to assets-listed
           move zero to listed-value-total
           set end-of-browse to false
           move low-values to asset-tag
           start asset-register key is greater than asset-tag
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read asset-register next record
                   at end
                       set end-of-browse to true
                   not at end
                       perform display-asset-line
               end-read
           end-perform
           if assets-listed = zero
               display "No assets on file."
           end-if
           .

       display-asset-line section.
           add 1 to assets-listed
           add asset-value to listed-value-total
           move asset-value to formatted-asset-value
           display asset-tag " " asset-type " " asset-description " "
                   formatted-asset-value " " asset-status " "
                   asset-issued-to " " asset-issue-date " "
                   asset-return-date
           .
