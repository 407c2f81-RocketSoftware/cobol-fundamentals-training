       input-output section.
           select audit-log
               assign "employee-audit.dat"
               organization sequential
               file status audit-file-status-code.
           select audit-archive
               assign archive-file-name
               organization sequential
               file status archive-file-status.
           select operator-employee-link
               assign "operator-employee-link.dat"
               organization sequential
               file status link-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select scan-control
               assign "audit-scan-control.dat"
               organization sequential
               file status control-file-status.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.
           select sort-work
               assign "audit-scan-sort-work".

       file section.
       FD  audit-log.
       01  audit-log-record.
           05  audit-employee-number   pic 9(5).
           05  audit-field-changed     pic X(15).
           05  audit-old-value         pic X(20).
           05  audit-new-value         pic X(20).
           05  audit-timestamp         pic X(21).
           05  audit-operator-id       pic X(8).

       FD  audit-archive.
       01  audit-archive-record        pic X(89).

       FD  operator-employee-link.
       01  operator-employee-link-record.
           05  link-operator-id        pic X(8).
           05  link-employee-number    pic 9(5).
           05  link-set-by             pic X(8).
           05  link-timestamp          pic X(21).

       FD  employee-data.
       copy employee-record.

      *    When the last scan ran; the next scan reports only changes
      *    logged after it.
       FD  scan-control.
       01  scan-control-record.
           05  control-last-scan-timestamp pic X(21).

       FD  report-print.
       01  report-print-line           pic X(132).

       SD  sort-work.
       01  sort-work-record.
           05  sort-employee-number    pic 9(5).
           05  sort-timestamp          pic X(21).
           05  sort-sequence-number    pic 9(7).
           05  sort-record-image       pic X(89).

       working-storage section.
       78  MAX-OPERATOR-LINKS          value 200.
       78  BUSINESS-HOURS-START        value 0700.
       78  BUSINESS-HOURS-END          value 1900.
       78  REVERSAL-WINDOW-DAYS        value 7.
       78  SAME-DAY-AMENDMENT-LIMIT    value 5.
       78  FINAL-PAY-WINDOW-DAYS       value 14.
      *    Earlier changes are read this far back so that a raise or a
      *    day's amendments that straddle the last scan are still seen.
       78  CONTEXT-DAYS                value 31.
       01  operator-link-table.
           05  operator-link-count     pic 9(3) value 0.
           05  operator-link-entry     occurs MAX-OPERATOR-LINKS
                                       indexed by link-index.
               10  table-link-operator pic X(8).
               10  table-link-employee pic 9(5).
       01  todays-date                 pic 9(8).
       01  run-timestamp               pic X(21).
       01  scan-from-timestamp         pic X(21) value spaces.
       01  context-from-date           pic 9(8) value 0.
       01  context-from-fields         redefines context-from-date.
           05  context-from-year       pic 9(4).
           05  filler                  pic 9(4).
       01  date-integer                pic 9(8).
       01  archive-file-name           pic X(24).
       01  archive-scan-year           pic 9(4).
       01  release-sequence            pic 9(7) value 0.
       01  entries-read                pic 9(7) value 0.
       01  entries-scanned             pic 9(7) value 0.
       01  entry-date                  pic 9(8).
       01  entry-time                  pic 9(4).
       01  entry-reportable-flag       pic X value "N".
           88  entry-reportable        value "Y" false "N".
       01  current-employee            pic 9(5) value 0.
       01  employee-held-flag          pic X value "N".
           88  employee-held           value "Y" false "N".
       01  employee-on-file-flag       pic X value "N".
           88  employee-on-file        value "Y" false "N".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  final-pay-window-start      pic 9(8) value 0.
       01  raise-held-flag             pic X value "N".
           88  raise-held              value "Y" false "N".
       01  raise-date                  pic 9(8).
       01  raise-old-value             pic X(20).
       01  raise-new-value             pic X(20).
       01  raise-operator-id           pic X(8).
       01  old-salary-amount           pic 9(7)V9(2).
       01  new-salary-amount           pic 9(7)V9(2).
       01  days-between                pic S9(5).
       01  formatted-days              pic ZZZZ9.
       01  day-date                    pic 9(8) value 0.
       01  day-amendment-count         pic 9(3) value 0.
       01  day-last-timestamp          pic X(21).
       01  day-last-operator-id        pic X(8).
       01  linked-employee-found-flag  pic X value "N".
           88  linked-employee-found   value "Y" false "N".
       01  exception-code              pic X(12).
       01  exception-detail            pic X(60).
       01  exceptions-printed          pic 9(5) value 0.
       01  self-amend-count            pic 9(5) value 0.
       01  salary-reversal-count       pic 9(5) value 0.
       01  out-of-hours-count          pic 9(5) value 0.
       01  non-business-day-count      pic 9(5) value 0.
       01  many-amendments-count       pic 9(5) value 0.
       01  final-pay-count             pic 9(5) value 0.
       01  links-dropped               pic 9(3) value 0.
       01  formatted-count             pic ZZZZ9.
       01  print-work-line             pic X(132).
       01  audit-read-status           pic 9 value 0.
           88  end-of-audit            value 1 false 0.
       01  archive-read-status         pic 9 value 0.
           88  end-of-archive          value 1 false 0.
       01  link-read-status            pic 9 value 0.
           88  end-of-links            value 1 false 0.
       01  sort-return-status          pic 9 value 0.
           88  end-of-sorted-entries   value 1 false 0.
       01  audit-file-status-code.
           05  audit-status-key-1      pic X.
           05  audit-status-key-2      pic X.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.
       01  link-file-status.
           05  link-status-key-1       pic X.
           05  link-status-key-2       pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  control-file-status.
           05  control-status-key-1    pic X.
           05  control-status-key-2    pic X.
       01  report-print-status.
           05  report-print-key-1      pic X.
           05  report-print-key-2      pic X.

       copy business-day-request.
       copy report-catalog-request.

       procedure division.
           move function current-date to run-timestamp
           move run-timestamp(1:8) to todays-date
           perform load-scan-control
           perform load-operator-links

           perform register-report-run
           open output report-print
           if report-print-key-1 not = "0"
               display "Error code " report-print-status " opening "
                       function trim(catalog-output-file-name) "."
               goback
           end-if
           perform print-scan-heading

           sort sort-work
               ascending key sort-employee-number
                             sort-timestamp
                             sort-sequence-number
               input procedure is release-audit-entries
               output procedure is scan-sorted-entries

           perform print-scan-summary
           close report-print
           perform catalogue-report-run
           perform save-scan-control
           display "Audit pattern scan complete - " entries-scanned
                   " new changes scanned, " exceptions-printed
                   " exceptions reported."
           goback
           .

      *    With no control record every change on the live file is
      *    scanned; otherwise the archive years back to the context
      *    date are read as well.
       load-scan-control section.
           open input scan-control
           if control-status-key-1 = "0"
               read scan-control
                   at end
                       continue
                   not at end
                       move control-last-scan-timestamp
                           to scan-from-timestamp
               end-read
               close scan-control
           end-if
           if scan-from-timestamp not = spaces
               compute date-integer =
                   function integer-of-date(
                       function numval(scan-from-timestamp(1:8)))
                   - CONTEXT-DAYS
               compute context-from-date =
                   function date-of-integer(date-integer)
           end-if
           .

       load-operator-links section.
           move zero to operator-link-count
           set end-of-links to false
           open input operator-employee-link
           if link-status-key-1 not = "0"
               set end-of-links to true
           end-if
           perform until end-of-links
               read operator-employee-link
                   at end
                       set end-of-links to true
                   not at end
                       if link-employee-number not = zero
                           if operator-link-count < MAX-OPERATOR-LINKS
                               add 1 to operator-link-count
                               move link-operator-id
                                   to table-link-operator
                                       (operator-link-count)
                               move link-employee-number
                                   to table-link-employee
                                       (operator-link-count)
                           else
                               add 1 to links-dropped
                           end-if
                       end-if
               end-read
           end-perform
           if link-status-key-1 = "0" or link-status-key-1 = "1"
               close operator-employee-link
           end-if
           .

       release-audit-entries section.
           if context-from-date not = zero
               perform varying archive-scan-year
                       from context-from-year by 1
                       until archive-scan-year > todays-date(1:4)
                   perform release-one-archive-year
               end-perform
           end-if

           set end-of-audit to false
           open input audit-log
           if audit-status-key-1 not = "0"
               display "No live audit log on file."
               set end-of-audit to true
           end-if
           perform until end-of-audit
               read audit-log
                   at end
                       set end-of-audit to true
                   not at end
                       perform release-audit-entry
               end-read
           end-perform
           if audit-status-key-1 = "0" or audit-status-key-1 = "1"
               close audit-log
           end-if
           .

       release-one-archive-year section.
           move spaces to archive-file-name
           string "audit-archive." delimited by size
                  archive-scan-year delimited by size
                  ".dat" delimited by size
                  into archive-file-name
           end-string
           set end-of-archive to false
           open input audit-archive
           if archive-status-key-1 = "0"
               perform until end-of-archive
                   read audit-archive
                       at end
                           set end-of-archive to true
                       not at end
                           move audit-archive-record
                               to audit-log-record
                           perform release-audit-entry
                   end-read
               end-perform
               close audit-archive
           end-if
           .

       release-audit-entry section.
           if audit-timestamp(1:8) >= context-from-date
               add 1 to entries-read
               add 1 to release-sequence
               move audit-employee-number to sort-employee-number
               move audit-timestamp to sort-timestamp
               move release-sequence to sort-sequence-number
               move audit-log-record to sort-record-image
               release sort-work-record
           end-if
           .

      *    Changes come back in employee and time order, so raises
      *    and reversals and each day's amendments can be followed
      *    through one employee at a time.
       scan-sorted-entries section.
           open input employee-data
           if status-key-1 = "0"
               set employee-data-open to true
           else
               display "Employee file not available - final pay "
                       "checks skipped."
               set employee-data-open to false
           end-if
           set employee-held to false
           perform until end-of-sorted-entries
               return sort-work
                   at end
                       set end-of-sorted-entries to true
                   not at end
                       perform scan-one-entry
               end-return
           end-perform
           if employee-held
               perform check-day-amendments
           end-if
           if employee-data-open
               close employee-data
           end-if
           .

       scan-one-entry section.
           move sort-record-image to audit-log-record
           move audit-timestamp(1:8) to entry-date
           move audit-timestamp(9:4) to entry-time
           if audit-timestamp > scan-from-timestamp
               set entry-reportable to true
               add 1 to entries-scanned
           else
               set entry-reportable to false
           end-if

           if not employee-held
                   or audit-employee-number not = current-employee
               if employee-held
                   perform check-day-amendments
               end-if
               perform hold-new-employee
           end-if
           if entry-date not = day-date
               perform check-day-amendments
               move entry-date to day-date
               move zero to day-amendment-count
           end-if
           add 1 to day-amendment-count
           move audit-timestamp to day-last-timestamp
           move audit-operator-id to day-last-operator-id

           if entry-reportable
               perform check-self-amendment
               perform check-keying-time
               perform check-before-final-pay
           end-if
           if audit-field-changed = "SALARY"
               perform check-salary-reversal
           end-if
           .

       hold-new-employee section.
           set employee-held to true
           move audit-employee-number to current-employee
           set raise-held to false
           move zero to day-date
           move zero to day-amendment-count
           set employee-on-file to false
           move zero to final-pay-window-start
           if employee-data-open
               move audit-employee-number to employee-number
               read employee-data
                   invalid key
                       continue
                   not invalid key
                       set employee-on-file to true
               end-read
           end-if
           if employee-on-file and termination-date not = zero
               compute date-integer =
                   function integer-of-date(termination-date)
                   - FINAL-PAY-WINDOW-DAYS
               compute final-pay-window-start =
                   function date-of-integer(date-integer)
           end-if
           .

       check-self-amendment section.
           set linked-employee-found to false
           perform varying link-index from 1 by 1
                   until link-index > operator-link-count
                       or linked-employee-found
               if table-link-operator(link-index) = audit-operator-id
                       and table-link-employee(link-index)
                           = audit-employee-number
                   set linked-employee-found to true
               end-if
           end-perform
           if linked-employee-found
               move "SELF-AMEND" to exception-code
               move "operator changed their own employee record"
                   to exception-detail
               add 1 to self-amend-count
               perform print-exception
           end-if
           .

      *    Business days come from the holiday calendar, or Monday to
      *    Friday where there is none.
       check-keying-time section.
           if entry-time < BUSINESS-HOURS-START
                   or entry-time >= BUSINESS-HOURS-END
               move "OUT-OF-HOURS" to exception-code
               move spaces to exception-detail
               string "keyed at " delimited by size
                      entry-time(1:2) delimited by size
                      ":" delimited by size
                      entry-time(3:2) delimited by size
                      into exception-detail
               end-string
               add 1 to out-of-hours-count
               perform print-exception
           end-if
           set bd-count-request to true
           move entry-date to bd-start-date
           move entry-date to bd-end-date
           move zero to bd-day-count
           call "business-days"
                   using by reference business-day-request
           end-call
           if bd-day-count = zero
               move "NON-WORK-DAY" to exception-code
               move "keyed on a weekend or public holiday"
                   to exception-detail
               add 1 to non-business-day-count
               perform print-exception
           end-if
           .

      *    Leavers are paid in the period they leave, so a change in
      *    the run-up to the termination date or later in that month
      *    reaches the final pay.
       check-before-final-pay section.
           if employee-on-file
                   and termination-date not = zero
                   and audit-field-changed not = "DELETED-RECORD"
                   and entry-date >= final-pay-window-start
                   and entry-date(1:6) <= termination-date(1:6)
               move "FINAL-PAY" to exception-code
               move spaces to exception-detail
               string "changed just before final pay - leaves "
                          delimited by size
                      termination-date delimited by size
                      into exception-detail
               end-string
               add 1 to final-pay-count
               perform print-exception
           end-if
           .

      *    A raise is held until the next salary change; if that change
      *    puts the salary straight back within the window, both are
      *    reported.
       check-salary-reversal section.
           if function test-numval(audit-old-value) = 0
                   and function test-numval(audit-new-value) = 0
               compute old-salary-amount =
                   function numval(audit-old-value)
               compute new-salary-amount =
                   function numval(audit-new-value)
           else
               move zero to old-salary-amount
               move zero to new-salary-amount
           end-if
           if raise-held
               compute days-between =
                   function integer-of-date(entry-date)
                   - function integer-of-date(raise-date)
               if entry-reportable
                       and audit-old-value = raise-new-value
                       and audit-new-value = raise-old-value
                       and days-between <= REVERSAL-WINDOW-DAYS
                   move "SAL-REVERSED" to exception-code
                   move days-between to formatted-days
                   move spaces to exception-detail
                   string "raised " delimited by size
                          raise-date delimited by size
                          " by " delimited by size
                          raise-operator-id delimited by space
                          ", set back after " delimited by size
                          function trim(formatted-days)
                              delimited by size
                          " days" delimited by size
                          into exception-detail
                   end-string
                   add 1 to salary-reversal-count
                   perform print-exception
               end-if
           end-if
           if new-salary-amount > old-salary-amount
               set raise-held to true
               move entry-date to raise-date
               move audit-old-value to raise-old-value
               move audit-new-value to raise-new-value
               move audit-operator-id to raise-operator-id
           else
               set raise-held to false
           end-if
           .

       check-day-amendments section.
           if day-amendment-count >= SAME-DAY-AMENDMENT-LIMIT
                   and day-last-timestamp > scan-from-timestamp
               move "MANY-CHANGES" to exception-code
               move spaces to exception-detail
               move day-amendment-count to formatted-count
               string function trim(formatted-count)
                          delimited by size
                      " changes to this record on " delimited by size
                      day-date delimited by size
                      into exception-detail
               end-string
               move spaces to audit-field-changed
               move spaces to audit-old-value
               move spaces to audit-new-value
               move current-employee to audit-employee-number
               move day-last-timestamp to audit-timestamp
               move day-last-operator-id to audit-operator-id
               add 1 to many-amendments-count
               perform print-exception
           end-if
           move zero to day-amendment-count
           .

       print-scan-heading section.
           move spaces to print-work-line
           string "===== Audit Trail Exceptions - run "
                      delimited by size
                  todays-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           if scan-from-timestamp = spaces
               move "Changes scanned: all changes on the live audit "
                   & "file (first scan)" to print-work-line
           else
               string "Changes scanned: logged after "
                          delimited by size
                      scan-from-timestamp(1:8) delimited by size
                      " " delimited by size
                      scan-from-timestamp(9:6) delimited by size
                      into print-work-line
               end-string
           end-if
           perform write-print-line
           perform write-print-line
           move "Pattern      Employee Field           Date     Time "
               & "Operator Detail / old -> new" to print-work-line
           perform write-print-line
           move all "-" to print-work-line
           perform write-print-line
           .

       print-exception section.
           add 1 to exceptions-printed
           move spaces to print-work-line
           string exception-code delimited by size
                  " " delimited by size
                  audit-employee-number delimited by size
                  "    " delimited by size
                  audit-field-changed delimited by size
                  " " delimited by size
                  audit-timestamp(1:8) delimited by size
                  " " delimited by size
                  audit-timestamp(9:4) delimited by size
                  " " delimited by size
                  audit-operator-id delimited by size
                  " " delimited by size
                  exception-detail delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           if audit-old-value not = spaces
                   or audit-new-value not = spaces
               string "                                     "
                          delimited by size
                      "                 " delimited by size
                      function trim(audit-old-value)
                          delimited by size
                      " -> " delimited by size
                      function trim(audit-new-value)
                          delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           .

       print-scan-summary section.
           if exceptions-printed = zero
               move "No suspicious changes found." to print-work-line
               perform write-print-line
           end-if
           perform write-print-line
           move "Summary:" to print-work-line
           perform write-print-line
           move self-amend-count to formatted-count
           string "  Own record amended:        " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move salary-reversal-count to formatted-count
           string "  Salary raised then reset:  " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move out-of-hours-count to formatted-count
           string "  Keyed out of hours:        " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move non-business-day-count to formatted-count
           string "  Keyed on a non-work day:   " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move many-amendments-count to formatted-count
           string "  Many changes in one day:   " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move final-pay-count to formatted-count
           string "  Changed before final pay:  " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move entries-scanned to formatted-count
           string "  New changes scanned:       " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           if links-dropped > zero
               string "  Operator links not loaded - table full: "
                          delimited by size
                      links-dropped delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           .

       write-print-line section.
           write report-print-line from print-work-line
           add 1 to catalog-line-count
           move spaces to print-work-line
           .

       save-scan-control section.
           open output scan-control
           if control-status-key-1 = "0"
               move run-timestamp to control-last-scan-timestamp
               write scan-control-record
               close scan-control
           else
               display "Error code " control-file-status
                       " opening audit-scan-control.dat - the next "
                       "scan will repeat this one."
           end-if
           .

       register-report-run section.
           set catalog-open-action to true
           move "AUDIT-EXCEPTIONS" to catalog-report-name
           move "audit-exceptions.txt" to catalog-base-file-name
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
