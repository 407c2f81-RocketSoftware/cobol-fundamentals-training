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
               access random
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

      *    Until a company master is set up the system runs as the
      *    single original employer, company 01.
       working-storage section.
       78  ORIGINAL-COMPANY            value "01".
       01  operator-role               pic X value "I".
           88  role-supervisor         value "S".
       01  dot-position                pic 9(2) value 0.
       01  name-position               pic 9(2) value 0.
       01  file-name-suffix            pic X(4).
       01  suffix-base-name            pic X(40).
       01  company-read-status         pic 9 value 0.
           88  end-of-companies        value 1 false 0.
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

       linkage section.
       copy company-entity-request.

       procedure division using by reference company-entity-request.
           perform resolve-company
           evaluate true
               when entity-validate-action
                   if entity-accepted and entity-operator-id
                           not = spaces
                       perform check-operator-authority
                   end-if
               when entity-file-name-action
                   perform build-company-file-name
           end-evaluate
           goback
           .

       resolve-company section.
           move spaces to entity-company-name
           move spaces to entity-bank-account
           move spaces to entity-tax-reference
           set entity-is-primary to false
           set entity-unknown to true
           open input company-master
           if company-status-key-1 not = "0"
               if entity-company-code = spaces
                       or entity-company-code = ORIGINAL-COMPANY
                   move ORIGINAL-COMPANY to entity-company-code
                   set entity-is-primary to true
                   set entity-accepted to true
               end-if
           else
               if entity-company-code = spaces
                   perform find-primary-company
               end-if
               move entity-company-code to master-company-code
               read company-master
                   invalid key
                       set entity-unknown to true
                   not invalid key
                       move master-company-name to entity-company-name
                       move master-company-bank-account
                           to entity-bank-account
                       move master-company-tax-reference
                           to entity-tax-reference
                       if master-primary-company
                           set entity-is-primary to true
                       end-if
                       if master-company-closed
                           set entity-closed to true
                       else
                           set entity-accepted to true
                       end-if
               end-read
               close company-master
           end-if
           .

       find-primary-company section.
           move ORIGINAL-COMPANY to entity-company-code
           set end-of-companies to false
           move low-values to master-company-code
           start company-master
                   key is greater than master-company-code
               invalid key
                   set end-of-companies to true
           end-start
           perform until end-of-companies
               read company-master next record
                   at end
                       set end-of-companies to true
                   not at end
                       if master-primary-company
                           move master-company-code
                               to entity-company-code
                           set end-of-companies to true
                       end-if
               end-read
           end-perform
           .

      *    Supervisors may work in every company. Other operators
      *    need a grant on operator-company-access.dat once that file
      *    has been set up.
       check-operator-authority section.
           move "I" to operator-role
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 = "0"
               perform until end-of-permissions
                   read operator-permissions
                       at end
                           set end-of-permissions to true
                       not at end
                           if permission-operator-id
                                   = entity-operator-id
                               if operator-enabled
                                   move permission-role
                                       to operator-role
                               end-if
                               set end-of-permissions to true
                           end-if
                   end-read
               end-perform
               close operator-permissions
           end-if
           if not role-supervisor
               open input operator-company-access
               if access-status-key-1 = "0"
                   move entity-operator-id to access-operator-id
                   move entity-company-code to access-company-code
                   read operator-company-access
                       invalid key
                           set entity-not-authorised to true
                   end-read
                   close operator-company-access
               end-if
           end-if
           .

      *    The primary company keeps the original file names; any
      *    other company's copy carries its code before the
      *    extension, e.g. gl-journal-02.dat. The weekly payroll's
      *    files carry -wk after that, e.g. payroll-approvals-wk.dat.
       build-company-file-name section.
           move entity-base-file-name to entity-file-name
           if entity-accepted and not entity-is-primary
               move spaces to file-name-suffix
               string "-" delimited by size
                      entity-company-code delimited by size
                      into file-name-suffix
               end-string
               perform add-file-name-suffix
           end-if
           if entity-weekly-payroll
               move "-wk" to file-name-suffix
               perform add-file-name-suffix
           end-if
           .

       add-file-name-suffix section.
           move entity-file-name to suffix-base-name
           move zero to dot-position
           perform varying name-position from 40 by -1
                   until name-position = zero
                       or dot-position > zero
               if suffix-base-name(name-position:1) = "."
                   move name-position to dot-position
               end-if
           end-perform
           move spaces to entity-file-name
           if dot-position = zero
               string function trim(suffix-base-name)
                          delimited by size
                      function trim(file-name-suffix)
                          delimited by size
                      into entity-file-name
               end-string
           else
               string suffix-base-name(1:dot-position - 1)
                          delimited by size
                      function trim(file-name-suffix)
                          delimited by size
                      suffix-base-name(dot-position:)
                          delimited by space
                      into entity-file-name
               end-string
           end-if
           .
