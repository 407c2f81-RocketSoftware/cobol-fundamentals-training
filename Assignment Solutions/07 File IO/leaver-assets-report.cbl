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
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.

       file section.
       FD  asset-register.
       copy asset-record.

       FD  employee-data.
       copy employee-record.

       FD  report-print.
       01  report-print-line           pic X(90).

      *    Equipment still on issue to anyone who is no longer an
      *    active employee, grouped by leaver, with the value to be
      *    recovered.
       working-storage section.
       01  todays-date                 pic 9(8).
       01  current-holder              pic 9(5) value 0.
       01  holder-is-leaver-flag       pic X value "N".
           88  holder-is-leaver        value "Y" false "N".
       01  holder-name                 pic X(30).
       01  holder-left-date            pic 9(8).
       01  holder-items                pic 9(3) value 0.
       01  holder-value                pic 9(7)V9(2) value 0.
       01  leavers-listed              pic 9(5) value 0.
       01  items-outstanding           pic 9(5) value 0.
       01  value-outstanding           pic 9(9)V9(2) value 0.
       01  formatted-asset-value       pic ZZ,ZZ9.99.
       01  formatted-holder-value      pic Z,ZZZ,ZZ9.99.
       01  formatted-total-value       pic ZZZ,ZZZ,ZZ9.99.
       01  print-work-line             pic X(90).
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  asset-file-status.
           05  asset-status-key-1      pic X.
           05  asset-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       copy report-catalog-request.

       procedure division.
           move function current-date(1:8) to todays-date
           open input asset-register
           if asset-status-key-1 not = "0"
               display "No asset register on file - nothing to "
                       "report."
               goback
           end-if
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               close asset-register
               goback
           end-if
           perform register-report-run
           open output report-print
           move spaces to print-work-line
           string "===== Equipment Outstanding from Leavers as at "
                      delimited by size
                  todays-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-report-line

           move zero to asset-issued-to
           start asset-register key is greater than asset-issued-to
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read asset-register next record
                   at end
                       set end-of-browse to true
                   not at end
                       if asset-issued
                           perform check-asset-holder
                       end-if
               end-read
           end-perform
           perform finish-holder

           move spaces to print-work-line
           perform write-report-line
           move value-outstanding to formatted-total-value
           move spaces to print-work-line
           string "Leavers holding equipment: " delimited by size
                  leavers-listed delimited by size
                  "  Items: " delimited by size
                  items-outstanding delimited by size
                  "  Value to recover: " delimited by size
                  formatted-total-value delimited by size
                  into print-work-line
           end-string
           perform write-report-line
           close report-print
           perform catalogue-report-run
           close asset-register
           close employee-data
           display "Leaver equipment report written - "
                   items-outstanding " items outstanding from "
                   leavers-listed " leavers."
           goback
           .

      *    The register is read in issued-to order, so each holder's
      *    items arrive together.
       check-asset-holder section.
           if asset-issued-to not = current-holder
               perform finish-holder
               perform start-holder
           end-if
           if holder-is-leaver
               add 1 to holder-items
               add asset-value to holder-value
               move asset-value to formatted-asset-value
               move spaces to print-work-line
               string "    " delimited by size
                      asset-tag delimited by size
                      " " delimited by size
                      asset-type delimited by size
                      " " delimited by size
                      asset-description delimited by size
                      " issued " delimited by size
                      asset-issue-date delimited by size
                      " " delimited by size
                      formatted-asset-value delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           .

       start-holder section.
           move asset-issued-to to current-holder
           move zero to holder-items
           move zero to holder-value
           move spaces to holder-name
           move zero to holder-left-date
           set holder-is-leaver to false
           move current-holder to employee-number
           read employee-data
               invalid key
                   move "NOT ON FILE" to holder-name
                   set holder-is-leaver to true
               not invalid key
                   if not employee-active
                       set holder-is-leaver to true
                       move termination-date to holder-left-date
                       string function trim(first-name)
                                  delimited by size
                              " " delimited by size
                              last-name delimited by size
                              into holder-name
                       end-string
                   end-if
           end-read
           if holder-is-leaver
               move spaces to print-work-line
               perform write-report-line
               move spaces to print-work-line
               string "Employee " delimited by size
                      current-holder delimited by size
                      " " delimited by size
                      holder-name delimited by size
                      " left " delimited by size
                      holder-left-date delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           .

       finish-holder section.
           if holder-is-leaver and holder-items > zero
               add 1 to leavers-listed
               add holder-items to items-outstanding
               add holder-value to value-outstanding
               move holder-value to formatted-holder-value
               move spaces to print-work-line
               string "    Value to recover: " delimited by size
                      formatted-holder-value delimited by size
                      into print-work-line
               end-string
               perform write-report-line
           end-if
           set holder-is-leaver to false
           .

       write-report-line section.
           write report-print-line from print-work-line
           add 1 to catalog-line-count
           .

       register-report-run section.
           set catalog-open-action to true
           move "LEAVER-EQUIPMENT" to catalog-report-name
           move "leaver-equipment-print.txt"
               to catalog-base-file-name
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move "*REPORT*" to catalog-operator-id
           move 1 to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .
