       input-output section.
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

       file section.
       FD  employee-data.
       copy employee-record.

       FD  report-print.
       01  report-print-line           pic X(90).

      *    One statement per employee: the service band, the rolling
      *    year's sickness, how the period's sick days fall to full,
      *    half or no pay, and the entitlement left afterwards.
       working-storage section.
       01  statement-employee-entry    pic 9(5) value 0.
       01  statement-start-entry       pic 9(8) value 0.
       01  statement-end-entry         pic 9(8) value 0.
       01  todays-date                 pic 9(8).
       01  statements-printed          pic 9(5) value 0.
       01  spell-index                 pic 9(2).
       01  employee-full-name          pic X(41).
       01  formatted-days              pic ZZ9.
       01  formatted-half-days         pic ZZ9.
       01  formatted-nil-days          pic ZZ9.
       01  formatted-service           pic ZZZ9.
       01  formatted-band              pic ZZ9.
       01  spell-timing-text           pic X(11).
       01  print-work-line             pic X(90).
       01  employee-read-status        pic 9 value 0.
           88  end-of-employees        value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  report-print-status.
           05  report-print-key-1      pic X.
           05  report-print-key-2      pic X.
       copy report-catalog-request.
       copy sick-pay-request.

       procedure division.
           move function current-date(1:8) to todays-date
           display "===== Sick Pay Entitlement Statement ====="
           display "Please enter an employee number "
                   "(0 for all active staff):"
           accept statement-employee-entry
           display "Please enter the period start date "
                   "(yyyymmdd, 0 for the start of this month):"
           accept statement-start-entry
           if statement-start-entry = zero
               move todays-date to statement-start-entry
               move "01" to statement-start-entry(7:2)
           end-if
           display "Please enter the period end date "
                   "(yyyymmdd, 0 for today):"
           accept statement-end-entry
           if statement-end-entry = zero
               move todays-date to statement-end-entry
           end-if
           if function test-date-yyyymmdd(statement-start-entry)
                   not = 0
                   or function test-date-yyyymmdd(statement-end-entry)
                       not = 0
                   or statement-end-entry < statement-start-entry
               display "Not a valid period - no statement printed."
               goback
           end-if

           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if
           move space to sick-pay-result
           perform register-report-run
           open output report-print
           if statement-employee-entry > zero
               move statement-employee-entry to employee-number
               read employee-data
                   invalid key
                       display "Record not found "
                               statement-employee-entry
                   not invalid key
                       perform print-employee-statement
               end-read
           else
               perform print-all-active-statements
           end-if
           close report-print
           close employee-data
           perform catalogue-report-run
           if sick-pay-no-scheme
               display "No sick pay scheme on file - sickness does "
                       "not affect pay."
           end-if
           display "Sick pay statements complete - "
                   statements-printed " printed."
           goback
           .

       print-all-active-statements section.
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
                       if employee-active
                           perform print-employee-statement
                       end-if
               end-read
           end-perform
           .

       print-employee-statement section.
           move employee-number to sick-pay-employee-number
           move hire-date to sick-pay-hire-date
           move statement-start-entry to sick-pay-period-start
           move statement-end-entry to sick-pay-period-end
           call "sick-pay-entitlement"
                   using by reference sick-pay-request
           end-call
           if sick-pay-calculated
               add 1 to statements-printed
               perform print-statement-heading
               perform print-entitlement-lines
               perform print-spell-lines
           end-if
           .

       print-statement-heading section.
           initialize employee-full-name
           string first-name delimited by space
                  " " delimited by size
                  last-name delimited by space
                  into employee-full-name
           end-string
           move spaces to print-work-line
           string "===== Sick Pay Statement - " delimited by size
                  statement-start-entry delimited by size
                  " to " delimited by size
                  statement-end-entry delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move spaces to print-work-line
           string "Employee: " delimited by size
                  employee-number delimited by size
                  " " delimited by size
                  function trim(employee-full-name)
                      delimited by size
                  "  Department: " delimited by size
                  department-code delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move sick-pay-service-months to formatted-service
           move spaces to print-work-line
           string "Hired: " delimited by size
                  hire-date delimited by size
                  "  Service: " delimited by size
                  formatted-service delimited by size
                  " months" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move spaces to print-work-line
           if sick-pay-band-found
               move sick-pay-band-months to formatted-band
               string "Service band: from " delimited by size
                      formatted-band delimited by size
                      " months" delimited by size
                      into print-work-line
               end-string
           else
               move "Service band: none - no company sick pay yet"
                   to print-work-line
           end-if
           perform write-print-line
           .

       print-entitlement-lines section.
           move sick-pay-full-entitlement to formatted-days
           move sick-pay-half-entitlement to formatted-half-days
           move spaces to print-work-line
           string "Entitlement:              " delimited by size
                  formatted-days delimited by size
                  " days full pay, " delimited by size
                  formatted-half-days delimited by size
                  " days half pay" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move sick-pay-full-used to formatted-days
           move sick-pay-half-used to formatted-half-days
           move sick-pay-nil-used to formatted-nil-days
           move spaces to print-work-line
           string "Used since " delimited by size
                  sick-pay-window-start delimited by size
                  ":      " delimited by size
                  formatted-days delimited by size
                  " full, " delimited by size
                  formatted-half-days delimited by size
                  " half, " delimited by size
                  formatted-nil-days delimited by size
                  " unpaid" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move sick-pay-period-full-days to formatted-days
           move sick-pay-period-half-days to formatted-half-days
           move sick-pay-period-nil-days to formatted-nil-days
           move spaces to print-work-line
           string "Sick days this period:    " delimited by size
                  formatted-days delimited by size
                  " full, " delimited by size
                  formatted-half-days delimited by size
                  " half, " delimited by size
                  formatted-nil-days delimited by size
                  " unpaid" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move sick-pay-full-remaining to formatted-days
           move sick-pay-half-remaining to formatted-half-days
           move spaces to print-work-line
           string "Remaining after period:   " delimited by size
                  formatted-days delimited by size
                  " days full pay, " delimited by size
                  formatted-half-days delimited by size
                  " days half pay" delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           .

       print-spell-lines section.
           if sick-pay-spell-count = zero
               move "No sickness in the rolling year."
                   to print-work-line
               perform write-print-line
           else
               move "Spells:" to print-work-line
               perform write-print-line
               perform varying spell-index from 1 by 1
                       until spell-index > sick-pay-spell-count
                   perform print-one-spell
               end-perform
               if sick-pay-spells-dropped > zero
                   move spaces to print-work-line
                   string "  ... " delimited by size
                          sick-pay-spells-dropped delimited by size
                          " further spells not listed"
                              delimited by size
                          into print-work-line
                   end-string
                   perform write-print-line
               end-if
           end-if
           move spaces to print-work-line
           perform write-print-line
           .

       print-one-spell section.
           if sick-pay-spell-in-period(spell-index)
               move "this period" to spell-timing-text
           else
               move "earlier" to spell-timing-text
           end-if
           move sick-pay-spell-days(spell-index) to formatted-days
           move spaces to print-work-line
           string "  " delimited by size
                  sick-pay-spell-first(spell-index) delimited by size
                  " to " delimited by size
                  sick-pay-spell-last(spell-index) delimited by size
                  "  " delimited by size
                  formatted-days delimited by size
                  " working days  " delimited by size
                  sick-pay-spell-certified(spell-index)
                      delimited by size
                  " " delimited by size
                  sick-pay-spell-reason(spell-index)
                      delimited by size
                  "  " delimited by size
                  spell-timing-text delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           .

       write-print-line section.
           write report-print-line from print-work-line
           add 1 to catalog-line-count
           .

       register-report-run section.
           set catalog-open-action to true
           move "SICK-PAY-STATEMENT" to catalog-report-name
           move "sick-pay-statement-print.txt"
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
