       input-output section.
           select sick-pay-scheme
               assign "sick-pay-scheme.dat"
               organization indexed
               access dynamic
               record key scheme-service-months
               file status scheme-file-status.

       file section.
       FD  sick-pay-scheme.
       01  sick-pay-scheme-record.
           05  scheme-service-months   pic 9(3).
           05  scheme-full-pay-weeks   pic 9(2).
           05  scheme-half-pay-weeks   pic 9(2).

      *    Each band applies from the completed months of service on
      *    its key until the next band starts; staff with less
      *    service than the first band have no company sick pay.
       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  add-band                value 1.
           88  amend-band              value 2.
           88  delete-band             value 3.
           88  list-bands              value 4.
           88  exit-maintenance        value 5.
           88  valid-maintenance       values 1 thru 5.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  delete-confirmation         pic X value "N".
           88  delete-confirmed        value "Y" "y".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  bands-listed                pic 9(3) value 0.
       01  value-raw-entry             pic X(8).
       01  value-is-numeric-flag       pic X.
           88  value-entry-is-numeric  value "Y".
       01  formatted-service-months    pic ZZ9.
       01  formatted-weeks             pic Z9.
       01  formatted-half-weeks        pic Z9.
       01  scheme-file-status.
           05  scheme-status-key-1     pic X.
           05  scheme-status-key-2     pic X.

       procedure division.
           open i-o sick-pay-scheme
           if scheme-status-key-1 = "3"
               open output sick-pay-scheme
               close sick-pay-scheme
               open i-o sick-pay-scheme
           end-if
           perform check-file-status-code

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-band
                       perform add-band-record
                   when amend-band
                       perform amend-band-record
                   when delete-band
                       perform delete-band-record
                   when list-bands
                       perform list-all-bands
               end-evaluate
           end-perform

           close sick-pay-scheme
           display "Exiting sick pay scheme maintenance..."
           goback
           .

       check-file-status-code section.
           if scheme-file-status not equal "00"
               display "Error code " scheme-file-status
                       " opening sick-pay-scheme."
               goback
           end-if
           .

       prompt-for-maintenance-function section.
           display "Sick pay scheme maintenance - would you like to:"
           display "- [1] Add a service band"
           display "- [2] Amend a service band"
           display "- [3] Delete a service band"
           display "- [4] List all service bands"
           display "- [5] Exit"
           accept maintenance-selection
           .

       prompt-for-band-service section.
           display "Please enter the completed months of service "
                   "the band starts from (e.g. 0, 12, 60):"
           move zero to scheme-service-months
           accept scheme-service-months
           .

       add-band-record section.
           move "N" to entry-was-blank
           perform prompt-for-band-service
           perform prompt-for-band-details
           if field-entry-blank
               display "Add cancelled."
           else
               write sick-pay-scheme-record
                   invalid key
                       display "Band from " scheme-service-months
                               " months already on file."
                   not invalid key
                       display "Band from " scheme-service-months
                               " months added."
               end-write
           end-if
           .

       amend-band-record section.
           move "N" to entry-was-blank
           perform prompt-for-band-service
           read sick-pay-scheme
               invalid key
                   display "Band not found."
               not invalid key
                   perform prompt-for-band-details
                   if field-entry-blank
                       display "Amend cancelled."
                   else
                       rewrite sick-pay-scheme-record
                           invalid key
                               display "Failure to amend band."
                           not invalid key
                               display "Band successfully amended."
                       end-rewrite
                   end-if
           end-read
           .

       delete-band-record section.
           perform prompt-for-band-service
           read sick-pay-scheme
               invalid key
                   display "Band not found."
               not invalid key
                   display "Delete the band from "
                           scheme-service-months
                           " months - are you sure? (Y/N)"
                   move "N" to delete-confirmation
                   accept delete-confirmation
                   if delete-confirmed
                       delete sick-pay-scheme
                           invalid key
                               display "Failure to delete band."
                           not invalid key
                               display "Band successfully deleted."
                       end-delete
                   else
                       display "Delete cancelled."
                   end-if
           end-read
           .

       prompt-for-band-details section.
           display "Please enter the weeks at full pay in any "
                   "rolling 12 months:"
           perform accept-numeric-value
           if not field-entry-blank
               compute scheme-full-pay-weeks = function numval(
                   function trim(value-raw-entry))
               display "Please enter the weeks at half pay that "
                       "follow:"
               perform accept-numeric-value
           end-if
           if not field-entry-blank
               compute scheme-half-pay-weeks = function numval(
                   function trim(value-raw-entry))
           end-if
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

       list-all-bands section.
           move zero to bands-listed
           set end-of-browse to false
           move zero to scheme-service-months
           start sick-pay-scheme
                   key is not less than scheme-service-months
               invalid key
                   set end-of-browse to true
           end-start

           perform until end-of-browse
               read sick-pay-scheme next record
                   at end
                       set end-of-browse to true
                   not at end
                       add 1 to bands-listed
                       move scheme-service-months
                           to formatted-service-months
                       move scheme-full-pay-weeks to formatted-weeks
                       move scheme-half-pay-weeks
                           to formatted-half-weeks
                       display "From " formatted-service-months
                               " months: " formatted-weeks
                               " weeks full pay, "
                               formatted-half-weeks
                               " weeks half pay"
               end-read
           end-perform

           if bands-listed = zero
               display "No sick pay bands on file - sickness does "
                       "not affect pay."
           end-if
           .
