       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select employee-archive
               assign "employee-archive.dat"
               organization sequential
               file status archive-file-status.
           select retention-print
               assign "retention-turnover-print.txt"
               organization line sequential
               file status retention-print-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  employee-archive.
       01  archive-record.
           05  archive-employee            pic X(104).
           05  archive-termination-date    pic 9(8).
           05  archive-timestamp           pic X(21).

       FD  retention-print.
       01  retention-print-line        pic X(90).

       working-storage section.
       78  MAX-COHORTS                 value 60.
       78  MAX-DEPARTMENTS             value 50.
       01  as-at-date                  pic 9(8) value 0.
       01  window-start-date           pic 9(8).
       01  milestone-values.
           05  filler                  pic 9(2) value 3.
           05  filler                  pic 9(2) value 6.
           05  filler                  pic 9(2) value 12.
           05  filler                  pic 9(2) value 24.
       01  milestone-table             redefines milestone-values.
           05  milestone-months        pic 9(2) occurs 4
                                       indexed by milestone-index.
       01  cohort-table.
           05  cohort-count            pic 9(2) value 0.
           05  cohort-entry            occurs MAX-COHORTS
                                       indexed by cohort-index
                                                  compare-index.
               10  cohort-year         pic 9(4).
               10  cohort-hired        pic 9(5).
               10  cohort-still-here   pic 9(5).
               10  cohort-milestone    occurs 4.
                   15  cohort-eligible pic 9(5).
                   15  cohort-retained pic 9(5).
       01  department-table.
           05  department-count        pic 9(2) value 0.
           05  department-entry        occurs MAX-DEPARTMENTS
                                       indexed by department-index.
               10  table-department-code   pic X(4).
               10  table-start-headcount   pic 9(5).
               10  table-end-headcount     pic 9(5).
               10  table-leavers           pic 9(5).
               10  table-resigned          pic 9(5).
               10  table-probation-failed  pic 9(5).
       01  reason-codes-values.
           05  filler                  pic X(15) value "RResigned".
           05  filler                  pic X(15) value "ERedundancy".
           05  filler                  pic X(15) value "DDismissal".
           05  filler                  pic X(15) value "TRetirement".
           05  filler                  pic X(15) value "PProbation".
           05  filler                  pic X(15) value " Not recorded".
       01  reason-table                redefines reason-codes-values.
           05  reason-entry            occurs 6
                                       indexed by reason-index.
               10  reason-code         pic X.
               10  reason-description  pic X(14).
       01  reason-leavers-table.
           05  reason-leavers          pic 9(5) occurs 6.
       01  swap-cohort-entry           pic X(54).
       01  total-start-headcount       pic 9(5) value 0.
       01  total-end-headcount         pic 9(5) value 0.
       01  total-leavers               pic 9(5) value 0.
       01  employees-analysed          pic 9(5) value 0.
       01  archived-analysed           pic 9(5) value 0.
       01  entries-dropped             pic 9(3) value 0.
       01  leaving-date                pic 9(8).
       01  leaver-flag                 pic X value "N".
           88  employee-has-left       value "Y" false "N".
       01  anniversary-date            pic 9(8).
       01  anniversary-fields          redefines anniversary-date.
           05  anniversary-year        pic 9(4).
           05  anniversary-month       pic 9(2).
           05  anniversary-day         pic 9(2).
       01  hire-date-fields.
           05  hire-date-yyyymmdd      pic 9(8).
           05  filler redefines hire-date-yyyymmdd.
               10  hire-year           pic 9(4).
               10  hire-month          pic 9(2).
               10  hire-day            pic 9(2).
       01  month-number                pic 9(7).
       01  entry-found-flag            pic X value "N".
           88  table-entry-found       value "Y".
       01  average-headcount           pic 9(5)V9(1).
       01  rate-percentage             pic 9(3)V9(1).
       01  formatted-rate              pic ZZ9.9.
       01  formatted-count             pic ZZ,ZZ9.
       01  formatted-average           pic ZZ,ZZ9.9.
       01  print-work-line             pic X(90).
       01  print-column                pic 9(2).
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  archive-read-status         pic 9 value 0.
           88  end-of-archive          value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.
       01  retention-print-status.
           05  retention-print-key-1   pic X.
           05  retention-print-key-2   pic X.

       procedure division.
           display "Enter the as-at date (yyyymmdd, or 0 for today):"
           accept as-at-date
           if as-at-date = zero
               move function current-date(1:8) to as-at-date
           end-if
           if function test-date-yyyymmdd(as-at-date) not = zero
               display "Invalid date - report cancelled."
               goback
           end-if
           move as-at-date to window-start-date
           subtract 10000 from window-start-date
           if function test-date-yyyymmdd(window-start-date)
                   not = zero
               subtract 1 from window-start-date
           end-if
           initialize reason-leavers-table

           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if

      *    Archived leavers are laid out in the employee record area
      *    so that both sources are analysed the same way.
           open input employee-archive
           if archive-status-key-1 = "0"
               perform until end-of-archive
                   read employee-archive
                       at end
                           set end-of-archive to true
                       not at end
                           move archive-employee to selected-employee
                           if termination-date = zero
                               move archive-termination-date
                                   to termination-date
                           end-if
                           add 1 to archived-analysed
                           perform analyse-one-employee
                   end-read
               end-perform
               close employee-archive
           else
               display "No employee archive on file - purged leavers "
                       "are not included."
           end-if

           move low-values to employee-number
           start employee-data key is greater than employee-number
               invalid key
                   set end-of-file to true
           end-start
           perform until end-of-file
               read employee-data next record
                   at end
                       set end-of-file to true
                   not at end
                       if not employee-merged
                           perform analyse-one-employee
                       end-if
               end-read
           end-perform
           close employee-data

           perform sort-cohorts-by-year
           perform print-retention-report
           display "Retention and turnover report written to "
                   "retention-turnover-print.txt - "
                   employees-analysed " employees analysed ("
                   archived-analysed " from the archive)."
           goback
           .

       analyse-one-employee section.
           if hire-date = zero or hire-date > as-at-date
               continue
           else
               add 1 to employees-analysed
               set employee-has-left to false
               move 99999999 to leaving-date
               if employee-terminated and termination-date > zero
                       and termination-date not > as-at-date
                   set employee-has-left to true
                   move termination-date to leaving-date
               end-if
               perform tally-cohort
               perform tally-department-turnover
           end-if
           .

      *    A cohort member counts towards a milestone once the
      *    milestone has passed, and is retained at it if they had
      *    not left by that anniversary of their hire date.
       tally-cohort section.
           move "N" to entry-found-flag
           perform varying cohort-index from 1 by 1
                   until cohort-index > cohort-count
                       or table-entry-found
               if cohort-year(cohort-index) = hire-date(1:4)
                   move "Y" to entry-found-flag
                   set cohort-index down by 1
               end-if
           end-perform
           if not table-entry-found
               if cohort-count < MAX-COHORTS
                   add 1 to cohort-count
                   set cohort-index to cohort-count
                   initialize cohort-entry(cohort-index)
                   move hire-date(1:4) to cohort-year(cohort-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to entries-dropped
               end-if
           end-if
           if table-entry-found
               add 1 to cohort-hired(cohort-index)
               if not employee-has-left
                   add 1 to cohort-still-here(cohort-index)
               end-if
               perform varying milestone-index from 1 by 1
                       until milestone-index > 4
                   perform find-anniversary-date
                   if anniversary-date not > as-at-date
                       add 1 to cohort-eligible
                           (cohort-index, milestone-index)
                       if leaving-date > anniversary-date
                           add 1 to cohort-retained
                               (cohort-index, milestone-index)
                       end-if
                   end-if
               end-perform
           end-if
           .

       find-anniversary-date section.
           move hire-date to hire-date-yyyymmdd
           compute month-number = hire-year * 12 + hire-month - 1
               + milestone-months(milestone-index)
           divide month-number by 12
               giving anniversary-year remainder anniversary-month
           add 1 to anniversary-month
           move hire-day to anniversary-day
           perform until function test-date-yyyymmdd(anniversary-date)
                   = zero
                   or anniversary-day < 29
               subtract 1 from anniversary-day
           end-perform
           .

      *    Turnover is leavers in the year to the as-at date over the
      *    average of the headcounts at the start and end of it.
       tally-department-turnover section.
           move "N" to entry-found-flag
           perform varying department-index from 1 by 1
                   until department-index > department-count
                       or table-entry-found
               if table-department-code(department-index)
                       = department-code
                   move "Y" to entry-found-flag
                   set department-index down by 1
               end-if
           end-perform
           if not table-entry-found
               if department-count < MAX-DEPARTMENTS
                   add 1 to department-count
                   set department-index to department-count
                   initialize department-entry(department-index)
                   move department-code
                       to table-department-code(department-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to entries-dropped
               end-if
           end-if
           if table-entry-found
               if hire-date not > window-start-date
                       and leaving-date > window-start-date
                   add 1 to table-start-headcount(department-index)
                   add 1 to total-start-headcount
               end-if
               if not employee-has-left
                   add 1 to table-end-headcount(department-index)
                   add 1 to total-end-headcount
               end-if
               if employee-has-left
                       and leaving-date > window-start-date
                   perform tally-one-leaver
               end-if
           end-if
           .

       tally-one-leaver section.
           add 1 to table-leavers(department-index)
           add 1 to total-leavers
           if termination-resigned
               add 1 to table-resigned(department-index)
           end-if
           if termination-probation
               add 1 to table-probation-failed(department-index)
           end-if
           perform varying reason-index from 1 by 1
                   until reason-index > 5
                       or reason-code(reason-index)
                           = termination-reason
               continue
           end-perform
           if reason-index > 5
               set reason-index to 6
           end-if
           add 1 to reason-leavers(reason-index)
           .

       sort-cohorts-by-year section.
           perform varying cohort-index from 1 by 1
                   until cohort-index > cohort-count
               perform varying compare-index from 1 by 1
                       until compare-index > cohort-count - 1
                   if cohort-year(compare-index)
                           > cohort-year(compare-index + 1)
                       move cohort-entry(compare-index)
                           to swap-cohort-entry
                       move cohort-entry(compare-index + 1)
                           to cohort-entry(compare-index)
                       move swap-cohort-entry
                           to cohort-entry(compare-index + 1)
                   end-if
               end-perform
           end-perform
           .

       print-retention-report section.
           open output retention-print
           move spaces to print-work-line
           string "===== Joiner Retention and Turnover as at "
                      delimited by size
                  as-at-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write retention-print-line from print-work-line
           move spaces to print-work-line
           write retention-print-line from print-work-line
           move "Hire   Hired  Still      Retained % at (eligible)"
               to print-work-line
           write retention-print-line from print-work-line
           move "Year          Here     3 mths      6 mths     12 mths"
             & "     24 mths" to print-work-line
           write retention-print-line from print-work-line
           move all "-" to print-work-line
           write retention-print-line from print-work-line
           perform varying cohort-index from 1 by 1
                   until cohort-index > cohort-count
               perform print-cohort-line
           end-perform
           move spaces to print-work-line
           write retention-print-line from print-work-line

           move spaces to print-work-line
           string "Turnover for the year " delimited by size
                  window-start-date delimited by size
                  " to " delimited by size
                  as-at-date delimited by size
                  into print-work-line
           end-string
           write retention-print-line from print-work-line
           move "Dept  Start    End  Avg HC  Leavers  Rate %  Resigned"
             & "  Probation" to print-work-line
           write retention-print-line from print-work-line
           move all "-" to print-work-line
           write retention-print-line from print-work-line
           perform varying department-index from 1 by 1
                   until department-index > department-count
               perform print-department-line
           end-perform
           move all "-" to print-work-line
           write retention-print-line from print-work-line
           move spaces to print-work-line
           move "ALL" to print-work-line(1:4)
           move total-start-headcount to formatted-count
           move formatted-count to print-work-line(5:6)
           move total-end-headcount to formatted-count
           move formatted-count to print-work-line(12:6)
           compute average-headcount rounded =
               (total-start-headcount + total-end-headcount) / 2
           move average-headcount to formatted-average
           move formatted-average to print-work-line(18:8)
           move total-leavers to formatted-count
           move formatted-count to print-work-line(28:6)
           perform calculate-turnover-rate
           move formatted-rate to print-work-line(37:5)
           write retention-print-line from print-work-line
           move spaces to print-work-line
           write retention-print-line from print-work-line

           move "Termination Reason   Leavers  Rate %  Share %"
               to print-work-line
           write retention-print-line from print-work-line
           move all "-" to print-work-line
           write retention-print-line from print-work-line
           perform varying reason-index from 1 by 1
                   until reason-index > 6
               perform print-reason-line
           end-perform

           if entries-dropped > zero
               move spaces to print-work-line
               string "** " delimited by size
                      entries-dropped delimited by size
                      " entries not analysed - table full. **"
                          delimited by size
                      into print-work-line
               end-string
               write retention-print-line from print-work-line
           end-if
           close retention-print
           .

       print-cohort-line section.
           move spaces to print-work-line
           move cohort-year(cohort-index) to print-work-line(1:4)
           move cohort-hired(cohort-index) to formatted-count
           move formatted-count to print-work-line(6:6)
           move cohort-still-here(cohort-index) to formatted-count
           move formatted-count to print-work-line(13:6)
           move 20 to print-column
           perform varying milestone-index from 1 by 1
                   until milestone-index > 4
               if cohort-eligible(cohort-index, milestone-index)
                       > zero
                   compute rate-percentage rounded =
                       cohort-retained(cohort-index, milestone-index)
                       * 100
                       / cohort-eligible(cohort-index, milestone-index)
                   move rate-percentage to formatted-rate
                   move formatted-rate
                       to print-work-line(print-column:5)
                   move cohort-eligible(cohort-index, milestone-index)
                       to formatted-count
                   move "(" to print-work-line(print-column + 5:1)
                   move formatted-count(3:4)
                       to print-work-line(print-column + 6:4)
                   move ")" to print-work-line(print-column + 10:1)
               else
                   move "  n/a" to print-work-line(print-column:5)
               end-if
               add 12 to print-column
           end-perform
           write retention-print-line from print-work-line
           .

       print-department-line section.
           move spaces to print-work-line
           move table-department-code(department-index)
               to print-work-line(1:4)
           move table-start-headcount(department-index)
               to formatted-count
           move formatted-count to print-work-line(5:6)
           move table-end-headcount(department-index)
               to formatted-count
           move formatted-count to print-work-line(12:6)
           compute average-headcount rounded =
               (table-start-headcount(department-index)
               + table-end-headcount(department-index)) / 2
           move average-headcount to formatted-average
           move formatted-average to print-work-line(18:8)
           move table-leavers(department-index) to formatted-count
           move formatted-count to print-work-line(28:6)
           move zero to rate-percentage
           if average-headcount > zero
               compute rate-percentage rounded =
                   table-leavers(department-index) * 100
                   / average-headcount
           end-if
           move rate-percentage to formatted-rate
           move formatted-rate to print-work-line(37:5)
           move table-resigned(department-index) to formatted-count
           move formatted-count to print-work-line(45:6)
           move table-probation-failed(department-index)
               to formatted-count
           move formatted-count to print-work-line(56:6)
           write retention-print-line from print-work-line
           .

       calculate-turnover-rate section.
           move zero to rate-percentage
           if average-headcount > zero
               compute rate-percentage rounded =
                   total-leavers * 100 / average-headcount
           end-if
           move rate-percentage to formatted-rate
           .

      *    Each reason's rate is measured against the whole average
      *    headcount; its share is of all leavers in the year.
       print-reason-line section.
           move spaces to print-work-line
           move reason-description(reason-index)
               to print-work-line(1:14)
           move reason-leavers(reason-index) to formatted-count
           move formatted-count to print-work-line(22:6)
           compute average-headcount rounded =
               (total-start-headcount + total-end-headcount) / 2
           move zero to rate-percentage
           if average-headcount > zero
               compute rate-percentage rounded =
                   reason-leavers(reason-index) * 100
                   / average-headcount
           end-if
           move rate-percentage to formatted-rate
           move formatted-rate to print-work-line(31:5)
           move zero to rate-percentage
           if total-leavers > zero
               compute rate-percentage rounded =
                   reason-leavers(reason-index) * 100
                   / total-leavers
           end-if
           move rate-percentage to formatted-rate
           move formatted-rate to print-work-line(39:5)
           write retention-print-line from print-work-line
           .
