       input-output section.
           select employee-cases
               assign "employee-cases.dat"
               organization indexed
               access dynamic
               record key case-id
               alternate record key case-employee-number
                   with duplicates
               file status cases-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select overdue-print
               assign "case-overdue-print.txt"
               organization line sequential
               file status overdue-print-status.

       file section.
       FD  employee-cases.
       copy employee-case-record.

       FD  employee-data.
       copy employee-record.

       FD  overdue-print.
       01  overdue-print-line          pic X(90).

       working-storage section.
       01  todays-date                 pic 9(8).
       01  current-stage-number        pic 9.
       01  stage-name                  pic X(13).
       01  days-overdue                pic S9(5).
       01  formatted-days              pic ZZ,ZZ9.
       01  employee-note               pic X(12).
       01  open-cases-read             pic 9(5) value 0.
       01  overdue-cases               pic 9(5) value 0.
       01  terminated-open-cases       pic 9(5) value 0.
       01  print-work-line             pic X(90).
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  employee-master-flag        pic X value "N".
           88  employee-master-open    value "Y" false "N".
       01  cases-file-status.
           05  cases-status-key-1      pic X.
           05  cases-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  overdue-print-status.
           05  overdue-print-key-1     pic X.
           05  overdue-print-key-2     pic X.

       procedure division.
           move function current-date(1:8) to todays-date
           open input employee-cases
           if cases-status-key-1 not = "0"
               display "No case file found - nothing to report."
               goback
           end-if
           open input employee-data
           if status-key-1 = "0"
               set employee-master-open to true
           end-if
           open output overdue-print
           move spaces to print-work-line
           string "===== Overdue Case Stages as at " delimited by size
                  todays-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write overdue-print-line from print-work-line
           move "Case  Type Employee Stage         Due      Days Over"
             & " Handler  Note" to print-work-line
           write overdue-print-line from print-work-line
           move all "-" to print-work-line
           write overdue-print-line from print-work-line

           move low-values to case-id
           start employee-cases key is greater than case-id
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read employee-cases next record
                   at end
                       set end-of-browse to true
                   not at end
                       if not case-closed
                           add 1 to open-cases-read
                           perform check-case-stage
                       end-if
               end-read
           end-perform

           move all "-" to print-work-line
           write overdue-print-line from print-work-line
           move spaces to print-work-line
           string "Open cases: " delimited by size
                  open-cases-read delimited by size
                  "  Overdue: " delimited by size
                  overdue-cases delimited by size
                  "  Open for former employees: " delimited by size
                  terminated-open-cases delimited by size
                  into print-work-line
           end-string
           write overdue-print-line from print-work-line
           close overdue-print
           close employee-cases
           if employee-master-open
               close employee-data
               set employee-master-open to false
           end-if
           display "Overdue case report written to "
                   "case-overdue-print.txt - " overdue-cases
                   " of " open-cases-read " open cases overdue."
           goback
           .

       check-case-stage section.
           evaluate true
               when stage-investigation
                   move 1 to current-stage-number
                   move "Investigation" to stage-name
               when stage-hearing
                   move 2 to current-stage-number
                   move "Hearing" to stage-name
               when stage-outcome
                   move 3 to current-stage-number
                   move "Outcome" to stage-name
               when other
                   move 4 to current-stage-number
                   move "Appeal" to stage-name
           end-evaluate
           move spaces to employee-note
           if employee-master-open
               move case-employee-number to employee-number
               read employee-data
                   invalid key
                       move "NOT ON FILE" to employee-note
                   not invalid key
                       if employee-terminated
                           move "TERMINATED" to employee-note
                       end-if
               end-read
           end-if
           if employee-note not = spaces
               add 1 to terminated-open-cases
           end-if
           if stage-due-date(current-stage-number) < todays-date
                   or employee-note not = spaces
               perform print-overdue-case
           end-if
           .

       print-overdue-case section.
           move zero to days-overdue
           if stage-due-date(current-stage-number) < todays-date
               add 1 to overdue-cases
               compute days-overdue =
                   function integer-of-date(todays-date)
                   - function integer-of-date(
                       stage-due-date(current-stage-number))
           end-if
           move days-overdue to formatted-days
           move spaces to print-work-line
           move case-id to print-work-line(1:5)
           move case-type to print-work-line(8:1)
           move case-employee-number to print-work-line(12:5)
           move stage-name to print-work-line(19:13)
           move stage-due-date(current-stage-number)
               to print-work-line(33:8)
           move formatted-days to print-work-line(43:6)
           move case-handler-id to print-work-line(51:8)
           move employee-note to print-work-line(60:12)
           write overdue-print-line from print-work-line
           .
