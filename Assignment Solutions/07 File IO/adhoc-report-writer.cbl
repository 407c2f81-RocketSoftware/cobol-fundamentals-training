       input-output section.
           select report-requests
               assign "adhoc-report-requests.txt"
               organization sequential
               file status request-file-status.
           select report-definitions
               assign "report-definitions.dat"
               organization indexed
               access dynamic
               record key definition-name
               file status definition-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.
           select sort-work
               assign "adhoc-report-sort-work".

       file section.
      *    A request either runs a saved definition by name (R),
      *    saves the definition it carries and runs it (S), runs the
      *    definition it carries once without saving it (O), or lists
      *    the saved definitions (L).
       FD  report-requests.
       01  report-request-record.
           05  request-action          pic X.
               88  run-saved-definition    value "R".
               88  save-and-run-definition value "S".
               88  run-definition-once     value "O".
               88  list-saved-definitions  value "L".
           05  request-definition-content  pic X(143).

      *    Fields and sort keys are four-letter codes from the field
      *    table below. Blank or zero selection criteria select all;
      *    a blank status selects every employee except merged
      *    records. Sub-totals are taken on the first one or two
      *    sort keys as the break level says.
       FD  report-definitions.
       01  report-definition-record.
           05  definition-content.
               10  definition-name         pic X(12).
               10  definition-title        pic X(40).
               10  definition-field        pic X(4) occurs 8.
               10  select-department-code  pic X(4).
               10  select-pay-grade        pic X(2).
               10  select-employee-status  pic X.
               10  select-company-code     pic X(2).
               10  select-hire-date-from   pic 9(8).
               10  select-hire-date-to     pic 9(8).
               10  select-salary-from      pic 9(7)V9(2).
               10  select-salary-to        pic 9(7)V9(2).
               10  definition-sort-entry   occurs 3.
                   15  definition-sort-field   pic X(4).
                   15  definition-sort-order   pic X.
                       88  sort-descending     value "D".
               10  definition-break-level  pic 9.
           05  definition-operator-id  pic X(8).
           05  definition-timestamp    pic X(21).

       FD  employee-data.
       copy employee-record.

       FD  report-print.
       01  report-print-line           pic X(132).

       SD  sort-work.
       01  sort-work-record.
           05  sort-key-1-up           pic X(40).
           05  sort-key-1-down         pic X(40).
           05  sort-key-2-up           pic X(40).
           05  sort-key-2-down         pic X(40).
           05  sort-key-3-up           pic X(40).
           05  sort-key-3-down         pic X(40).
           05  sort-employee-image     pic X(104).
       01  sort-work-keys.
           05  sort-key-pair           occurs 3.
               10  sort-key-up         pic X(40).
               10  sort-key-down       pic X(40).
           05  filler                  pic X(104).

       working-storage section.
       78  MAX-REPORT-FIELDS           value 8.
       78  MAX-SORT-KEYS               value 3.
       78  REPORT-LINE-WIDTH           value 132.
       78  LINES-PER-PAGE              value 55.
       01  field-table-values.
           05  filler                  pic X(20)
                                       value "NUMB06Emp No".
           05  filler                  pic X(20)
                                       value "NAME25Name".
           05  filler                  pic X(20)
                                       value "LAST20Last Name".
           05  filler                  pic X(20)
                                       value "DEPT04Dept".
           05  filler                  pic X(20)
                                       value "SALY13Salary".
           05  filler                  pic X(20)
                                       value "CURR03Cur".
           05  filler                  pic X(20)
                                       value "HIRE08Hired".
           05  filler                  pic X(20)
                                       value "GRAD05Grade".
           05  filler                  pic X(20)
                                       value "STAT06Status".
           05  filler                  pic X(20)
                                       value "TYPE04Type".
           05  filler                  pic X(20)
                                       value "RATE06Rate".
           05  filler                  pic X(20)
                                       value "MNGR07Manager".
           05  filler                  pic X(20)
                                       value "COMP04Comp".
           05  filler                  pic X(20)
                                       value "FREQ04Freq".
           05  filler                  pic X(20)
                                       value "TERM08Left".
           05  filler                  pic X(20)
                                       value "PROB08Prob End".
       01  field-table                 redefines field-table-values.
           05  field-entry             occurs 16
                                       indexed by field-index.
               10  field-code          pic X(4).
               10  field-width         pic 9(2).
               10  field-heading       pic X(14).
       01  column-table.
           05  column-count            pic 9 value 0.
           05  column-entry            occurs MAX-REPORT-FIELDS.
               10  column-field-number pic 9(2).
               10  column-position     pic 9(3).
       01  sort-key-table.
           05  sort-key-count          pic 9 value 0.
           05  sort-key-field-number   pic 9(2) occurs MAX-SORT-KEYS.
       01  break-table.
           05  break-entry             occurs 2.
               10  held-break-key      pic X(40).
               10  held-break-label    pic X(25).
               10  break-employee-count    pic 9(5).
               10  break-salary-total  pic 9(11)V9(2).
       01  grand-employee-count        pic 9(5) value 0.
       01  grand-salary-total          pic 9(11)V9(2) value 0.
       01  current-break-key           pic X(40) occurs 2.
       01  break-index                 pic 9.
       01  key-index                   pic 9.
       01  column-index                pic 9.
       01  next-column-position        pic 9(3).
       01  column-end-position         pic 9(3).
       01  format-field-number         pic 9(2).
       01  lookup-field-code           pic X(4).
       01  field-sort-text             pic X(40).
       01  field-print-text            pic X(25).
       01  field-found-flag            pic X value "N".
           88  field-code-found        value "Y" false "N".
       01  definition-valid-flag       pic X value "N".
           88  definition-valid        value "Y" false "N".
       01  salary-column-flag          pic X value "N".
           88  salary-printed          value "Y" false "N".
       01  first-record-flag           pic X value "Y".
           88  first-sorted-record     value "Y" false "N".
       01  employee-full-name          pic X(41).
       01  formatted-salary            pic Z(2),ZZZ,ZZ9.99.
       01  formatted-total-salary      pic Z(3),ZZZ,ZZZ,ZZ9.99.
       01  formatted-rate              pic ZZ9.99.
       01  formatted-count             pic ZZ,ZZ9.
       01  rate-digits                 pic 9(3)V9(2).
       01  rate-digits-alpha           redefines rate-digits
                                       pic X(5).
       01  requests-read               pic 9(5) value 0.
       01  reports-produced            pic 9(5) value 0.
       01  requests-rejected           pic 9(5) value 0.
       01  definitions-listed          pic 9(3) value 0.
       01  employees-selected          pic 9(5) value 0.
       01  print-work-line             pic X(132).
       01  page-number                 pic 9(4) value 0.
       01  formatted-page-number       pic ZZZ9.
       01  lines-printed               pic 9(2) value 0.
       01  print-run-date              pic 9(8).
       01  report-title-text           pic X(40).
       01  request-read-status         pic 9 value 0.
           88  end-of-requests         value 1 false 0.
       01  employee-read-status        pic 9 value 0.
           88  end-of-employees        value 1 false 0.
       01  sort-return-status          pic 9 value 0.
           88  end-of-sorted-records   value 1 false 0.
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  request-file-status.
           05  request-status-key-1    pic X.
           05  request-status-key-2    pic X.
       01  definition-file-status.
           05  definition-status-key-1 pic X.
           05  definition-status-key-2 pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       copy report-catalog-request.

       procedure division.
           move function current-date(1:8) to print-run-date
           open input report-requests
           if request-status-key-1 not = "0"
               display "Error code " request-file-status
                       " opening adhoc-report-requests.txt."
               goback
           end-if
           open i-o report-definitions
           if definition-status-key-1 = "3"
               open output report-definitions
               close report-definitions
               open i-o report-definitions
           end-if
           open input employee-data
           if file-status-code not equal "00"
               display "Error code " file-status-code
                       " opening employee-data."
               close report-requests
               close report-definitions
               goback
           end-if

           perform until end-of-requests
               read report-requests
                   at end
                       set end-of-requests to true
                   not at end
                       add 1 to requests-read
                       perform process-report-request
               end-read
           end-perform

           close report-requests
           close report-definitions
           close employee-data
           display "Ad hoc reporting complete - " requests-read
                   " requests, " reports-produced " reports produced, "
                   requests-rejected " rejected."
           goback
           .

       process-report-request section.
           set definition-valid to false
           evaluate true
               when run-saved-definition
                   move request-definition-content(1:12)
                       to definition-name
                   read report-definitions
                       invalid key
                           display "Report definition "
                                   request-definition-content(1:12)
                                   " not on file."
                       not invalid key
                           perform validate-report-definition
                   end-read
               when save-and-run-definition
                   move request-definition-content
                       to definition-content
                   perform validate-report-definition
                   if definition-valid
                       perform save-report-definition
                   end-if
               when run-definition-once
                   move request-definition-content
                       to definition-content
                   perform validate-report-definition
               when list-saved-definitions
                   perform list-report-definitions
               when other
                   display "Request " requests-read " has unknown "
                           "action " request-action " - skipped."
           end-evaluate
           if definition-valid
               perform produce-adhoc-report
           else
               if not list-saved-definitions
                   add 1 to requests-rejected
               end-if
           end-if
           .

      *    ------------------------------------------------------------
      *    Resolve the field and sort codes against the field table
      *    and lay out the print columns; anything wrong rejects the
      *    whole request.
      *    ------------------------------------------------------------
       validate-report-definition section.
           set definition-valid to true
           set salary-printed to false
           move zero to column-count
           move zero to sort-key-count
           move 1 to next-column-position
           perform varying column-index from 1 by 1
                   until column-index > MAX-REPORT-FIELDS
                       or not definition-valid
               if definition-field(column-index) not = spaces
                   perform add-report-column
               end-if
           end-perform
           if definition-valid and column-count = zero
               display "Definition " definition-name
                       " names no fields to print."
               set definition-valid to false
           end-if
           perform varying key-index from 1 by 1
                   until key-index > MAX-SORT-KEYS
                       or not definition-valid
               if definition-sort-field(key-index) not = spaces
                   perform add-sort-key
               end-if
           end-perform
           if definition-valid
               perform check-selection-criteria
           end-if
           .

       add-report-column section.
           move definition-field(column-index) to lookup-field-code
           perform find-field-code
           if not field-code-found
               display "Definition " definition-name
                       " - unknown field "
                       definition-field(column-index)
               set definition-valid to false
           else
               compute column-end-position = next-column-position
                   + field-width(field-index) - 1
               if column-end-position > REPORT-LINE-WIDTH
                   display "Definition " definition-name
                           " - fields too wide for the report line."
                   set definition-valid to false
               else
                   add 1 to column-count
                   set column-field-number(column-count)
                       to field-index
                   move next-column-position
                       to column-position(column-count)
                   compute next-column-position =
                       column-end-position + 3
                   if field-code(field-index) = "SALY"
                       set salary-printed to true
                   end-if
               end-if
           end-if
           .

       add-sort-key section.
           move definition-sort-field(key-index)
               to lookup-field-code
           perform find-field-code
           if not field-code-found
               display "Definition " definition-name
                       " - unknown sort field "
                       definition-sort-field(key-index)
               set definition-valid to false
           else
               if sort-key-count < key-index - 1
                   display "Definition " definition-name
                           " - sort keys must be given in order."
                   set definition-valid to false
               else
                   add 1 to sort-key-count
                   set sort-key-field-number(sort-key-count)
                       to field-index
               end-if
           end-if
           .

       find-field-code section.
           set field-code-found to false
           set field-index to 1
           search field-entry
               at end
                   continue
               when field-code(field-index) = lookup-field-code
                   set field-code-found to true
           end-search
           .

       check-selection-criteria section.
           evaluate true
               when definition-break-level not numeric
                       or definition-break-level > 2
                   display "Definition " definition-name
                           " - break level must be 0, 1 or 2."
                   set definition-valid to false
               when definition-break-level > sort-key-count
                   display "Definition " definition-name
                           " - sub-totals need a sort key for each "
                           "break level."
                   set definition-valid to false
               when select-hire-date-from not numeric
                       or select-hire-date-to not numeric
                       or select-salary-from not numeric
                       or select-salary-to not numeric
                   display "Definition " definition-name
                           " - date and salary ranges must be "
                           "numeric."
                   set definition-valid to false
               when select-hire-date-to > zero
                       and select-hire-date-to < select-hire-date-from
                   display "Definition " definition-name
                           " - hire date range is reversed."
                   set definition-valid to false
               when select-salary-to > zero
                       and select-salary-to < select-salary-from
                   display "Definition " definition-name
                           " - salary range is reversed."
                   set definition-valid to false
           end-evaluate
           .

       save-report-definition section.
           move "*BATCH*" to definition-operator-id
           move function current-date to definition-timestamp
           write report-definition-record
               invalid key
                   rewrite report-definition-record
                       invalid key
                           display "Failure to save definition "
                                   definition-name
                       not invalid key
                           display "Definition " definition-name
                                   " replaced."
                   end-rewrite
               not invalid key
                   display "Definition " definition-name " saved."
           end-write
           .

       list-report-definitions section.
           move zero to definitions-listed
           set end-of-browse to false
           move low-values to definition-name
           start report-definitions
                   key is greater than definition-name
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read report-definitions next record
                   at end
                       set end-of-browse to true
                   not at end
                       add 1 to definitions-listed
                       display definition-name "  "
                               definition-title "  saved "
                               definition-timestamp(1:8)
               end-read
           end-perform
           if definitions-listed = zero
               display "No saved report definitions on file."
           end-if
           .

      *    ------------------------------------------------------------
      *    Select and sort the employees, then print them with page
      *    headings, sub-totals at each break and a grand total.
      *    ------------------------------------------------------------
       produce-adhoc-report section.
           move zero to employees-selected
           move zero to grand-employee-count
           move zero to grand-salary-total
           move definition-title to report-title-text
           if report-title-text = spaces
               move definition-name to report-title-text
           end-if
           sort sort-work
               ascending key sort-key-1-up
               descending key sort-key-1-down
               ascending key sort-key-2-up
               descending key sort-key-2-down
               ascending key sort-key-3-up
               descending key sort-key-3-down
               input procedure is select-report-employees
               output procedure is print-sorted-employees
           add 1 to reports-produced
           display "Report " definition-name " - "
                   employees-selected " employees listed."
           .

       select-report-employees section.
           set end-of-employees to false
           move zero to employee-number
           start employee-data
                   key is greater than employee-number
               invalid key
                   set end-of-employees to true
           end-start
           perform until end-of-employees
               read employee-data next record
                   at end
                       set end-of-employees to true
                   not at end
                       perform check-employee-selected
               end-read
           end-perform
           .

       check-employee-selected section.
           evaluate true
               when select-employee-status = space
                       and employee-merged
                   continue
               when select-employee-status not = space
                       and employee-status not = select-employee-status
                   continue
               when select-department-code not = spaces
                       and department-code not = select-department-code
                   continue
               when select-pay-grade not = spaces
                       and pay-grade not = select-pay-grade
                   continue
               when select-company-code not = spaces
                       and company-code not = select-company-code
                   continue
               when hire-date < select-hire-date-from
                   continue
               when select-hire-date-to > zero
                       and hire-date > select-hire-date-to
                   continue
               when employee-salary < select-salary-from
                   continue
               when select-salary-to > zero
                       and employee-salary > select-salary-to
                   continue
               when other
                   perform release-selected-employee
           end-evaluate
           .

       release-selected-employee section.
           move spaces to sort-work-record
           perform varying key-index from 1 by 1
                   until key-index > sort-key-count
               move sort-key-field-number(key-index)
                   to format-field-number
               perform format-report-field
               if sort-descending(key-index)
                   move field-sort-text to sort-key-down(key-index)
               else
                   move field-sort-text to sort-key-up(key-index)
               end-if
           end-perform
           move selected-employee to sort-employee-image
           release sort-work-record
           add 1 to employees-selected
           .

       print-sorted-employees section.
           perform register-report-run
           open output report-print
           if print-status-key-1 not = "0"
               display "Error code " report-print-status
                       " opening " catalog-output-file-name
               set end-of-sorted-records to true
           else
               set end-of-sorted-records to false
               set first-sorted-record to true
               move zero to page-number
               perform print-page-headings
           end-if
           perform until end-of-sorted-records
               return sort-work
                   at end
                       set end-of-sorted-records to true
                   not at end
                       perform print-one-sorted-employee
               end-return
           end-perform
           if print-status-key-1 = "0"
               if not first-sorted-record
                   perform varying break-index
                           from definition-break-level by -1
                           until break-index < 1
                       perform print-break-total
                   end-perform
               end-if
               perform print-grand-total
               close report-print
               perform catalogue-report-run
           end-if
           .

       print-one-sorted-employee section.
           move sort-employee-image to selected-employee
           perform varying break-index from 1 by 1
                   until break-index > definition-break-level
               if sort-descending(break-index)
                   move sort-key-down(break-index)
                       to current-break-key(break-index)
               else
                   move sort-key-up(break-index)
                       to current-break-key(break-index)
               end-if
           end-perform
           if first-sorted-record
               set first-sorted-record to false
               perform varying break-index from 1 by 1
                       until break-index > definition-break-level
                   perform hold-break-key
               end-perform
           else
               perform check-control-breaks
           end-if
           perform print-detail-line
           perform varying break-index from 1 by 1
                   until break-index > definition-break-level
               add 1 to break-employee-count(break-index)
               add employee-salary to break-salary-total(break-index)
           end-perform
           add 1 to grand-employee-count
           add employee-salary to grand-salary-total
           .

      *    A change at the first break also closes the second.
       check-control-breaks section.
           evaluate true
               when definition-break-level >= 1
                       and current-break-key(1) not = held-break-key(1)
                   perform varying break-index
                           from definition-break-level by -1
                           until break-index < 1
                       perform print-break-total
                   end-perform
                   perform varying break-index from 1 by 1
                           until break-index > definition-break-level
                       perform hold-break-key
                   end-perform
               when definition-break-level = 2
                       and current-break-key(2) not = held-break-key(2)
                   move 2 to break-index
                   perform print-break-total
                   perform hold-break-key
           end-evaluate
           .

       hold-break-key section.
           move current-break-key(break-index)
               to held-break-key(break-index)
           move sort-key-field-number(break-index)
               to format-field-number
           perform format-report-field
           move field-print-text to held-break-label(break-index)
           move zero to break-employee-count(break-index)
           move zero to break-salary-total(break-index)
           .

       print-detail-line section.
           move spaces to print-work-line
           perform varying column-index from 1 by 1
                   until column-index > column-count
               move column-field-number(column-index)
                   to format-field-number
               perform format-report-field
               move field-print-text
                   to print-work-line(column-position(column-index):
                       field-width(format-field-number))
           end-perform
           perform write-print-line
           .

       print-break-total section.
           move break-employee-count(break-index) to formatted-count
           move sort-key-field-number(break-index)
               to format-field-number
           move spaces to print-work-line
           if salary-printed
               move break-salary-total(break-index)
                   to formatted-total-salary
               string "  Sub-total " delimited by size
                      field-heading(format-field-number)
                          delimited by "  "
                      " " delimited by size
                      function trim(held-break-label(break-index))
                          delimited by size
                      ": " delimited by size
                      formatted-count delimited by size
                      " employees, salary " delimited by size
                      formatted-total-salary delimited by size
                      into print-work-line
               end-string
           else
               string "  Sub-total " delimited by size
                      field-heading(format-field-number)
                          delimited by "  "
                      " " delimited by size
                      function trim(held-break-label(break-index))
                          delimited by size
                      ": " delimited by size
                      formatted-count delimited by size
                      " employees" delimited by size
                      into print-work-line
               end-string
           end-if
           perform write-print-line
           move spaces to print-work-line
           perform write-print-line
           .

       print-grand-total section.
           move all "-" to print-work-line
           perform write-print-line
           move grand-employee-count to formatted-count
           move spaces to print-work-line
           if salary-printed
               move grand-salary-total to formatted-total-salary
               string "  Employees listed: " delimited by size
                      formatted-count delimited by size
                      "   Salary total: " delimited by size
                      formatted-total-salary delimited by size
                      into print-work-line
               end-string
           else
               string "  Employees listed: " delimited by size
                      formatted-count delimited by size
                      into print-work-line
               end-string
           end-if
           perform write-print-line
           .

      *    Sort text keeps numbers zero-filled so they order
      *    correctly; print text is edited for the report line.
       format-report-field section.
           move spaces to field-sort-text
           move spaces to field-print-text
           evaluate field-code(format-field-number)
               when "NUMB"
                   move employee-number to field-sort-text
                   move employee-number to field-print-text
               when "NAME"
                   initialize employee-full-name
                   string first-name delimited by space
                          " " delimited by size
                          last-name delimited by space
                          into employee-full-name
                   end-string
                   string last-name delimited by size
                          first-name delimited by size
                          into field-sort-text
                   end-string
                   move employee-full-name to field-print-text
               when "LAST"
                   move last-name to field-sort-text
                   move last-name to field-print-text
               when "DEPT"
                   move department-code to field-sort-text
                   move department-code to field-print-text
               when "SALY"
                   move employee-salary-alpha to field-sort-text
                   move employee-salary to formatted-salary
                   move formatted-salary to field-print-text
               when "CURR"
                   move currency-code to field-sort-text
                   move currency-code to field-print-text
               when "HIRE"
                   move hire-date to field-sort-text
                   move hire-date to field-print-text
               when "GRAD"
                   move pay-grade to field-sort-text
                   move pay-grade to field-print-text
               when "STAT"
                   move employee-status to field-sort-text
                   move employee-status to field-print-text
               when "TYPE"
                   move pay-type to field-sort-text
                   move pay-type to field-print-text
               when "RATE"
                   move hourly-rate to rate-digits
                   move rate-digits-alpha to field-sort-text
                   move hourly-rate to formatted-rate
                   move formatted-rate to field-print-text
               when "MNGR"
                   move manager-employee-number to field-sort-text
                   move manager-employee-number to field-print-text
               when "COMP"
                   move company-code to field-sort-text
                   move company-code to field-print-text
               when "FREQ"
                   move pay-frequency to field-sort-text
                   move pay-frequency to field-print-text
               when "TERM"
                   move termination-date to field-sort-text
                   if termination-date > zero
                       move termination-date to field-print-text
                   end-if
               when "PROB"
                   move probation-end-date to field-sort-text
                   if probation-end-date > zero
                       move probation-end-date to field-print-text
                   end-if
           end-evaluate
           .

       register-report-run section.
           set catalog-open-action to true
           move spaces to catalog-report-name
           string "ADHOC-" delimited by size
                  definition-name delimited by space
                  into catalog-report-name
           end-string
           move spaces to catalog-base-file-name
           string "adhoc-" delimited by size
                  function lower-case(definition-name)
                      delimited by space
                  "-print.txt" delimited by size
                  into catalog-base-file-name
           end-string
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move "*REPORT*" to catalog-operator-id
           move page-number to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       write-print-line section.
           if lines-printed >= LINES-PER-PAGE
               perform print-page-headings
           end-if
           write report-print-line from print-work-line
           add 1 to lines-printed
           add 1 to catalog-line-count
           .

       print-page-headings section.
           add 1 to page-number
           move page-number to formatted-page-number
           move spaces to print-work-line
           string function trim(report-title-text) delimited by size
                  "   Run date: " delimited by size
                  print-run-date delimited by size
                  "   Page " delimited by size
                  formatted-page-number delimited by size
                  into print-work-line
           end-string
           if page-number > 1
               move spaces to report-print-line
               write report-print-line after advancing page
           end-if
           write report-print-line from print-work-line
           move spaces to print-work-line
           perform varying column-index from 1 by 1
                   until column-index > column-count
               move column-field-number(column-index)
                   to format-field-number
               move field-heading(format-field-number)
                   to print-work-line(column-position(column-index):
                       field-width(format-field-number))
           end-perform
           write report-print-line from print-work-line
           move all "-" to print-work-line
           write report-print-line from print-work-line
           move 3 to lines-printed
           add 3 to catalog-line-count
           .
