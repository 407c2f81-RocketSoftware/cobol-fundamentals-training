       input-output section.
           select pension-schemes
               assign "pension-schemes.dat"
               organization indexed
               access dynamic
               record key scheme-code
               file status schemes-file-status.

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
               88  valid-auto-enrol-flag   values "Y" "N".
           05  scheme-provider-ref     pic X(10).

       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  add-scheme              value 1.
           88  amend-scheme            value 2.
           88  delete-scheme           value 3.
           88  list-schemes            value 4.
           88  exit-maintenance        value 5.
           88  valid-maintenance       values 1 thru 5.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  delete-confirmation         pic X value "N".
           88  delete-confirmed        value "Y" "y".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  schemes-listed              pic 9(3) value 0.
       01  value-raw-entry             pic X(10).
       01  value-is-numeric-flag       pic X.
           88  value-entry-is-numeric  value "Y".
       01  formatted-rate              pic ZZ9.99.
       01  formatted-employer-rate     pic ZZ9.99.
       01  formatted-band-lower        pic Z,ZZZ,ZZ9.99.
       01  formatted-band-upper        pic Z,ZZZ,ZZ9.99.
       01  formatted-trigger           pic Z,ZZZ,ZZ9.99.
       01  saved-scheme-record         pic X(72).
       01  auto-enrol-scheme-found     pic X(4) value spaces.
       01  schemes-file-status.
           05  schemes-status-key-1    pic X.
           05  schemes-status-key-2    pic X.

       procedure division.
           open i-o pension-schemes
           if schemes-status-key-1 = "3"
               open output pension-schemes
               close pension-schemes
               open i-o pension-schemes
           end-if
           perform check-file-status-code

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-scheme
                       perform add-scheme-record
                   when amend-scheme
                       perform amend-scheme-record
                   when delete-scheme
                       perform delete-scheme-record
                   when list-schemes
                       perform list-all-schemes
               end-evaluate
           end-perform

           close pension-schemes
           display "Exiting pension-scheme maintenance..."
           goback
           .

       check-file-status-code section.
           if schemes-file-status not equal "00"
               display "Error code " schemes-file-status
                       " opening pension-schemes."
               goback
           end-if
           .

       prompt-for-maintenance-function section.
           display "Pension-scheme maintenance - would you like to:"
           display "- [1] Add a scheme"
           display "- [2] Amend a scheme"
           display "- [3] Delete a scheme"
           display "- [4] List all schemes"
           display "- [5] Exit"
           accept maintenance-selection
           .

       prompt-for-scheme-code section.
           display "Please enter a scheme code (e.g. PEN1, GPP):"
           accept scheme-code
           .

       add-scheme-record section.
           move "N" to entry-was-blank
           perform prompt-for-scheme-code
           perform prompt-for-scheme-details
           if not field-entry-blank
               perform check-single-auto-enrol
           end-if
           if field-entry-blank
               display "Add cancelled."
           else
               write pension-scheme-record
                   invalid key
                       display "Scheme " scheme-code
                               " already on file."
                   not invalid key
                       display "Scheme " scheme-code " added."
               end-write
           end-if
           .

       amend-scheme-record section.
           move "N" to entry-was-blank
           perform prompt-for-scheme-code
           read pension-schemes
               invalid key
                   display "Scheme not found."
               not invalid key
                   perform prompt-for-scheme-details
                   if not field-entry-blank
                       perform check-single-auto-enrol
                   end-if
                   if field-entry-blank
                       display "Amend cancelled."
                   else
                       rewrite pension-scheme-record
                           invalid key
                               display "Failure to amend scheme."
                           not invalid key
                               display "Scheme successfully amended."
                       end-rewrite
                   end-if
           end-read
           .

       delete-scheme-record section.
           perform prompt-for-scheme-code
           read pension-schemes
               invalid key
                   display "Scheme not found."
               not invalid key
                   display "Delete scheme " scheme-code
                           " - are you sure? (Y/N)"
                   move "N" to delete-confirmation
                   accept delete-confirmation
                   if delete-confirmed
                       delete pension-schemes
                           invalid key
                               display "Failure to delete scheme."
                           not invalid key
                               display "Scheme successfully deleted."
                       end-delete
                   else
                       display "Delete cancelled."
                   end-if
           end-read
           .

       prompt-for-scheme-details section.
           display "Please enter a description:"
           initialize scheme-description
           accept scheme-description
           if scheme-description = spaces
               set field-entry-blank to true
           end-if
           if not field-entry-blank
               display "Please enter the employee contribution rate "
                       "(% of qualifying earnings):"
               perform accept-numeric-value
           end-if
           if not field-entry-blank
               compute scheme-employee-rate = function numval(
                   function trim(value-raw-entry))
               display "Please enter the employer contribution rate "
                       "(% of qualifying earnings):"
               perform accept-numeric-value
           end-if
           if not field-entry-blank
               compute scheme-employer-rate = function numval(
                   function trim(value-raw-entry))
               display "Please enter the lower limit of the annual "
                       "qualifying earnings band:"
               perform accept-numeric-value
           end-if
           if not field-entry-blank
               compute scheme-band-lower = function numval(
                   function trim(value-raw-entry))
               display "Please enter the upper limit of the annual "
                       "qualifying earnings band:"
               perform accept-numeric-value
           end-if
           if not field-entry-blank
               compute scheme-band-upper = function numval(
                   function trim(value-raw-entry))
               if scheme-band-upper not > scheme-band-lower
                   display "Upper limit must be above the lower "
                           "limit - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               display "Please enter the annual earnings trigger "
                       "for automatic enrolment:"
               perform accept-numeric-value
           end-if
           if not field-entry-blank
               compute scheme-enrol-trigger = function numval(
                   function trim(value-raw-entry))
               display "Is this the automatic enrolment scheme? "
                       "[Y/N]"
               move "N" to scheme-auto-enrol
               accept scheme-auto-enrol
               if not valid-auto-enrol-flag
                   display "Entry must be Y or N - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               display "Please enter the provider reference:"
               move spaces to scheme-provider-ref
               accept scheme-provider-ref
           end-if
           .

       check-single-auto-enrol section.
           if scheme-is-auto-enrol
               move pension-scheme-record to saved-scheme-record
               perform find-auto-enrol-scheme
               move saved-scheme-record to pension-scheme-record
               if auto-enrol-scheme-found not = spaces
                       and auto-enrol-scheme-found
                           not = scheme-code
                   display "Scheme " auto-enrol-scheme-found
                           " is already the automatic enrolment "
                           "scheme - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           .

       find-auto-enrol-scheme section.
           move spaces to auto-enrol-scheme-found
           set end-of-browse to false
           move low-values to scheme-code
           start pension-schemes key is greater than scheme-code
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read pension-schemes next record
                   at end
                       set end-of-browse to true
                   not at end
                       if scheme-is-auto-enrol
                           move scheme-code to auto-enrol-scheme-found
                       end-if
               end-read
           end-perform
           .

       accept-numeric-value section.
           move spaces to value-raw-entry
           accept value-raw-entry
           call "verify-numeric-variable"
                   using by reference value-raw-entry
                         by reference value-is-numeric-flag
           if not value-entry-is-numeric
               display "Value must be numeric - entry cancelled."
               set field-entry-blank to true
           end-if
           .

       list-all-schemes section.
           move zero to schemes-listed
           set end-of-browse to false
           move low-values to scheme-code
           start pension-schemes key is greater than scheme-code
               invalid key
                   set end-of-browse to true
           end-start

           perform until end-of-browse
               read pension-schemes next record
                   at end
                       set end-of-browse to true
                   not at end
                       add 1 to schemes-listed
                       move scheme-employee-rate to formatted-rate
                       move scheme-employer-rate
                           to formatted-employer-rate
                       move scheme-band-lower to formatted-band-lower
                       move scheme-band-upper to formatted-band-upper
                       move scheme-enrol-trigger to formatted-trigger
                       display scheme-code " " scheme-description
                               " employee " formatted-rate
                               "% employer " formatted-employer-rate
                               "%"
                       display "     band " formatted-band-lower
                               " to " formatted-band-upper
                               " trigger " formatted-trigger
                               " auto-enrol " scheme-auto-enrol
                               " provider " scheme-provider-ref
               end-read
           end-perform

           if schemes-listed = zero
               display "No schemes on file."
           end-if
           .
