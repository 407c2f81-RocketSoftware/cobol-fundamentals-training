       input-output section.
           select company-master
               assign "company-master.dat"
               organization indexed
               access dynamic
               record key master-company-code
               file status company-file-status.
           select operator-company-access
               assign "operator-company-access.dat"
               organization indexed
               access dynamic
               record key access-key
               file status access-file-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  company-master.
       copy company-master-record.

       FD  operator-company-access.
       01  operator-company-access-record.
           05  access-key.
               10  access-operator-id  pic X(8).
               10  access-company-code pic X(2).
           05  access-granted-by       pic X(8).
           05  access-granted-timestamp    pic X(21).

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
       01  maintenance-selection       pic 9 value 0.
           88  add-company             value 1.
           88  amend-company           value 2.
           88  list-companies          value 3.
           88  grant-company-access    value 4.
           88  revoke-company-access   value 5.
           88  list-operator-access    value 6.
           88  exit-maintenance        value 7.
           88  valid-maintenance       values 1 thru 7.
       01  operator-id                 pic X(8) value spaces.
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  operator-on-file-flag       pic X value "N".
           88  operator-on-file        value "Y".
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  primary-entry               pic X value "N".
           88  primary-chosen          value "Y" "y".
       01  status-entry                pic X value "A".
           88  valid-status-entry      values "A" "C".
       01  chosen-company-code         pic X(2) value spaces.
       01  access-operator-entry       pic X(8) value spaces.
       01  companies-listed            pic 9(3) value 0.
       01  grants-listed               pic 9(3) value 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  company-file-status.
           05  company-status-key-1    pic X.
           05  company-status-key-2    pic X.
       01  access-file-status.
           05  access-status-key-1     pic X.
           05  access-status-key-2     pic X.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.

       procedure division.
           display "===== Company Maintenance ====="
           display "Please enter your operator id:"
           accept operator-id
           if operator-id = spaces
               display "An operator id is required."
               goback
           end-if
           perform load-operator-role
           if not role-supervisor
               display "Operator " operator-id " is not authorised "
                       "to maintain companies."
               goback
           end-if

           open i-o company-master
           if company-status-key-1 = "3"
               open output company-master
               close company-master
               open i-o company-master
           end-if
           if company-status-key-1 not = "0"
               display "Error code " company-file-status
                       " opening company-master."
               goback
           end-if
           open i-o operator-company-access
           if access-status-key-1 = "3"
               open output operator-company-access
               close operator-company-access
               open i-o operator-company-access
           end-if
           if access-status-key-1 not = "0"
               display "Error code " access-file-status
                       " opening operator-company-access."
               close company-master
               goback
           end-if

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-company
                       perform add-company-record
                   when amend-company
                       perform amend-company-record
                   when list-companies
                       perform list-all-companies
                   when grant-company-access
                       perform grant-operator-company
                   when revoke-company-access
                       perform revoke-operator-company
                   when list-operator-access
                       perform list-operator-companies
               end-evaluate
           end-perform

           close company-master
           close operator-company-access
           display "Exiting company maintenance..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Company maintenance - would you like to:"
           display "- [1] Add a company"
           display "- [2] Amend a company"
           display "- [3] List all companies"
           display "- [4] Authorise an operator for a company"
           display "- [5] Withdraw an operator's company access"
           display "- [6] List an operator's companies"
           display "- [7] Exit"
           accept maintenance-selection
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

       prompt-for-company-code section.
           display "Please enter a company code:"
           move spaces to master-company-code
           accept master-company-code
           .

       add-company-record section.
           move "N" to entry-was-blank
           perform prompt-for-company-code
           if master-company-code = spaces
               display "A company code is required."
           else
               move master-company-code to chosen-company-code
               read company-master
                   invalid key
                       initialize company-master-record
                       move chosen-company-code to master-company-code
                       set master-company-active to true
                       perform prompt-for-company-details
                       if field-entry-blank
                           display "Add cancelled."
                       else
                           perform write-company-record
                       end-if
                   not invalid key
                       display "Company " master-company-code
                               " already on file."
               end-read
           end-if
           .

       write-company-record section.
           write company-master-record
               invalid key
                   display "Company " master-company-code
                           " already on file."
               not invalid key
                   display "Company " master-company-code " added."
                   if master-primary-company
                       perform clear-other-primary-flags
                   end-if
           end-write
           .

       amend-company-record section.
           move "N" to entry-was-blank
           perform prompt-for-company-code
           read company-master
               invalid key
                   display "Company not found."
               not invalid key
                   perform prompt-for-company-details
                   if field-entry-blank
                       display "Amend cancelled."
                   else
                       move master-company-code to chosen-company-code
                       rewrite company-master-record
                           invalid key
                               display "Failure to amend company."
                           not invalid key
                               display "Company successfully "
                                       "amended."
                               if master-primary-company
                                   perform clear-other-primary-flags
                               end-if
                       end-rewrite
                   end-if
           end-read
           .

       prompt-for-company-details section.
           display "Company name [" master-company-name "]:"
           accept master-company-name
           if master-company-name = spaces
               set field-entry-blank to true
           end-if
           if not field-entry-blank
               display "Paying bank account (sort code and account "
                       "number) [" master-company-bank-account "]:"
               accept master-company-bank-account
               display "Employer tax reference ["
                       master-company-tax-reference "]:"
               accept master-company-tax-reference
               display "Is this the original (primary) employer, "
                       "which keeps the existing file names? (Y/N)"
               move "N" to primary-entry
               accept primary-entry
               if primary-chosen
                   set master-primary-company to true
               else
                   move "N" to master-company-primary
               end-if
               display "Status - A active, C closed ["
                       master-company-status "]:"
               move master-company-status to status-entry
               accept status-entry
               if valid-status-entry
                   move status-entry to master-company-status
               else
                   display "Status must be A or C - left unchanged."
               end-if
           end-if
           .

      *    Only one company may be the primary employer.
       clear-other-primary-flags section.
           set end-of-browse to false
           move low-values to master-company-code
           start company-master key is greater than master-company-code
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read company-master next record
                   at end
                       set end-of-browse to true
                   not at end
                       if master-primary-company
                               and master-company-code
                                   not = chosen-company-code
                           move "N" to master-company-primary
                           rewrite company-master-record
                           display "Company " master-company-code
                                   " is no longer the primary "
                                   "employer."
                       end-if
               end-read
           end-perform
           .

       list-all-companies section.
           move zero to companies-listed
           set end-of-browse to false
           move low-values to master-company-code
           start company-master key is greater than master-company-code
               invalid key
                   display "No companies on file."
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read company-master next record
                   at end
                       set end-of-browse to true
                   not at end
                       add 1 to companies-listed
                       display master-company-code "  "
                               master-company-name "  "
                               master-company-bank-account "  "
                               master-company-tax-reference "  "
                               master-company-status "  "
                               master-company-primary
               end-read
           end-perform
           display "Companies listed: " companies-listed
           .

       prompt-for-operator-company section.
           move "N" to entry-was-blank
           display "Please enter the operator id:"
           move spaces to access-operator-entry
           accept access-operator-entry
           perform prompt-for-company-code
           if access-operator-entry = spaces
                   or master-company-code = spaces
               set field-entry-blank to true
           end-if
           .

       grant-operator-company section.
           perform prompt-for-operator-company
           if field-entry-blank
               display "Operator and company are both required."
           else
               read company-master
                   invalid key
                       display "Company not found."
                   not invalid key
                       move access-operator-entry
                           to access-operator-id
                       move master-company-code to access-company-code
                       move operator-id to access-granted-by
                       move function current-date
                           to access-granted-timestamp
                       write operator-company-access-record
                           invalid key
                               display "Operator already authorised "
                                       "for that company."
                           not invalid key
                               display "Operator "
                                       access-operator-entry
                                       " authorised for company "
                                       master-company-code "."
                       end-write
               end-read
           end-if
           .

       revoke-operator-company section.
           perform prompt-for-operator-company
           if field-entry-blank
               display "Operator and company are both required."
           else
               move access-operator-entry to access-operator-id
               move master-company-code to access-company-code
               delete operator-company-access
                   invalid key
                       display "Operator is not authorised for "
                               "that company."
                   not invalid key
                       display "Company access withdrawn."
               end-delete
           end-if
           .

       list-operator-companies section.
           display "Please enter the operator id:"
           move spaces to access-operator-entry
           accept access-operator-entry
           move zero to grants-listed
           set end-of-browse to false
           move access-operator-entry to access-operator-id
           move low-values to access-company-code
           start operator-company-access
                   key is greater than access-key
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read operator-company-access next record
                   at end
                       set end-of-browse to true
                   not at end
                       if access-operator-id not = access-operator-entry
                           set end-of-browse to true
                       else
                           add 1 to grants-listed
                           display access-company-code
                                   " granted by " access-granted-by
                                   " on "
                                   access-granted-timestamp(1:8)
                       end-if
               end-read
           end-perform
           if grants-listed = zero
               display "No company grants for that operator - "
                       "supervisors may work in every company."
           end-if
           .
