       input-output section.
           select payslip-file
               assign payslip-file-name
               organization sequential
               file status payslip-file-status.
           select payslip-deductions
               assign deductions-file-name
               organization sequential
               file status slip-deductions-status.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.

       file section.
       FD  payslip-file.
       01  payslip-record.
           05  payslip-period          pic 9(6).
           05  payslip-employee-number pic 9(5).
           05  payslip-first-name      pic X(20).
           05  payslip-last-name       pic X(20).
           05  payslip-department-code pic X(4).
           05  payslip-currency-code   pic X(3).
           05  payslip-gross-amount    pic S9(7)V9(2).
           05  payslip-deduction-total pic S9(7)V9(2).
           05  payslip-net-amount      pic S9(7)V9(2).
           05  payslip-expense-amount  pic S9(7)V9(2).
           05  payslip-timestamp       pic X(21).
           05  payslip-run-type        pic X.
               88  main-run-slip       value "M".
               88  supplementary-slip  value "S".
               88  void-reversal-slip  value "V".
               88  corrected-slip      value "C".
           05  payslip-pay-frequency   pic X.
               88  weekly-payslip      value "W".

       FD  payslip-deductions.
       01  payslip-deduction-record.
           05  slip-deduction-period   pic 9(6).
           05  slip-deduction-employee pic 9(5).
           05  slip-deduction-code     pic X(4).
           05  slip-deduction-amount   pic S9(7)V9(2).
           05  slip-deduction-run-type pic X.
               88  main-run-deduction  value "M".
               88  supplementary-deduction value "S".
               88  void-reversal-deduction value "V".
               88  corrected-deduction value "C".
           05  slip-deduction-frequency pic X.

       FD  report-print.
       01  report-print-line           pic X(132).

      *    Parallel running: the current payroll-run output is the
      *    baseline and a copy of the same period run under the changed
      *    program or tax tables, kept in its own folder, is the
      *    candidate.  Main-run slips for the chosen period and pay
      *    frequency are matched on employee number, and gross, every
      *    deduction code and net are compared.  Every difference is
      *    listed; the run passes only when no difference is larger
      *    than the tolerance entered and both runs paid the same
      *    people.  A failed comparison ends with return code 4.
       working-storage section.
       78  MAX-COMPARE-SLIPS           value 3000.
       78  MAX-COMPARE-DEDUCTIONS      value 20000.
       78  LINES-PER-PAGE              value 55.
       01  baseline-folder             pic X(60) value spaces.
       01  candidate-folder            pic X(60) value spaces.
       01  run-folder                  pic X(60).
       01  payslip-file-name           pic X(80).
       01  deductions-file-name        pic X(80).
       01  baseline-payslip-name       pic X(80).
       01  candidate-payslip-name      pic X(80).
       01  compare-frequency           pic X value "M".
           88  weekly-comparison       value "W".
           88  valid-compare-frequency values "M" "W".
       01  compare-period              pic 9(6) value 0.
       01  tolerance-entry             pic X(10) value spaces.
       01  tolerance-amount            pic 9(5)V9(2) value 0.
       01  loading-run-flag            pic X value "B".
           88  loading-baseline        value "B".
           88  loading-candidate       value "C".
       01  compare-slip-table.
           05  compare-slip-count      pic 9(4) value 0.
           05  compare-slip-entry      occurs MAX-COMPARE-SLIPS
                                       indexed by slip-index.
               10  slip-employee-number    pic 9(5).
               10  slip-employee-name      pic X(41).
               10  slip-in-baseline-flag   pic X.
                   88  slip-in-baseline    value "Y".
               10  slip-in-candidate-flag  pic X.
                   88  slip-in-candidate   value "Y".
               10  slip-baseline-gross     pic S9(7)V9(2).
               10  slip-candidate-gross    pic S9(7)V9(2).
               10  slip-baseline-net       pic S9(7)V9(2).
               10  slip-candidate-net      pic S9(7)V9(2).
               10  slip-first-deduction    pic 9(5).
               10  slip-last-deduction     pic 9(5).
       01  compare-deduction-table.
           05  compare-deduction-count pic 9(5) value 0.
           05  compare-deduction-entry occurs MAX-COMPARE-DEDUCTIONS
                                       indexed by deduction-index.
               10  entry-deduction-code        pic X(4).
               10  entry-baseline-amount       pic S9(7)V9(2).
               10  entry-candidate-amount      pic S9(7)V9(2).
               10  entry-next-deduction        pic 9(5).
       01  lookup-employee-number      pic 9(5).
       01  lookup-employee-name        pic X(41).
       01  lookup-deduction-code       pic X(4).
       01  slip-found-flag             pic X value "N".
           88  slip-found              value "Y" false "N".
       01  deduction-found-flag        pic X value "N".
           88  deduction-found         value "Y" false "N".
       01  baseline-slips              pic 9(5) value 0.
       01  candidate-slips             pic 9(5) value 0.
       01  matched-slips               pic 9(5) value 0.
       01  baseline-only-slips         pic 9(5) value 0.
       01  candidate-only-slips        pic 9(5) value 0.
       01  deductions-only-slips       pic 9(5) value 0.
       01  items-compared              pic 9(7) value 0.
       01  differences-found           pic 9(7) value 0.
       01  differences-outside         pic 9(7) value 0.
       01  records-dropped             pic 9(5) value 0.
       01  baseline-gross-total        pic S9(9)V9(2) value 0.
       01  candidate-gross-total       pic S9(9)V9(2) value 0.
       01  baseline-net-total          pic S9(9)V9(2) value 0.
       01  candidate-net-total         pic S9(9)V9(2) value 0.
       01  compare-item                pic X(10).
       01  baseline-amount             pic S9(7)V9(2).
       01  candidate-amount            pic S9(7)V9(2).
       01  amount-difference           pic S9(8)V9(2).
       01  absolute-difference         pic 9(8)V9(2).
       01  comparison-result           pic X(4).
           88  comparison-passed       value "PASS".
           88  comparison-failed       value "FAIL".
       01  difference-note             pic X(18).
       01  formatted-baseline          pic -(7)9.99.
       01  formatted-candidate         pic -(7)9.99.
       01  formatted-difference        pic -(8)9.99.
       01  formatted-total             pic -(10)9.99.
       01  formatted-tolerance         pic ZZZZ9.99.
       01  formatted-count             pic Z,ZZZ,ZZ9.
       01  formatted-page-number       pic ZZZ9.
       01  page-number                 pic 9(4) value 0.
       01  lines-printed               pic 9(2) value 0.
       01  print-work-line             pic X(132).
       01  payslip-read-status         pic 9 value 0.
           88  end-of-payslips         value 1 false 0.
       01  deduction-read-status       pic 9 value 0.
           88  end-of-deductions       value 1 false 0.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  slip-deductions-status.
           05  deductions-status-key-1 pic X.
           05  deductions-status-key-2 pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.
       copy report-catalog-request.

       procedure division.
           display "===== Payroll Parallel-Run Comparison ====="
           display "Please enter the folder holding the baseline "
                   "payslip files (blank for this folder):"
           accept baseline-folder
           display "Please enter the folder holding the candidate "
                   "payslip files:"
           accept candidate-folder
           if candidate-folder = baseline-folder
               display "The baseline and candidate folders must "
                       "differ - comparison cancelled."
               move 8 to return-code
               goback
           end-if
           display "Please enter the pay frequency - M for monthly, "
                   "W for weekly (blank for monthly):"
           move spaces to compare-frequency
           accept compare-frequency
           if compare-frequency = space
               move "M" to compare-frequency
           end-if
           if not valid-compare-frequency
               display "Pay frequency " compare-frequency " is not "
                       "M or W - comparison cancelled."
               move 8 to return-code
               goback
           end-if
           if weekly-comparison
               display "Please enter the week to compare (yyyyww):"
           else
               display "Please enter the period to compare (yyyymm):"
           end-if
           accept compare-period
           if compare-period = zero
               display "No period entered - comparison cancelled."
               move 8 to return-code
               goback
           end-if
           display "Please enter the tolerance per amount (blank "
                   "for 0.00):"
           accept tolerance-entry
           if tolerance-entry not = spaces
               if function test-numval(tolerance-entry) not = 0
                   display "Tolerance " tolerance-entry " is not a "
                           "number - comparison cancelled."
                   move 8 to return-code
                   goback
               end-if
               compute tolerance-amount =
                   function numval(tolerance-entry)
           end-if

           set loading-baseline to true
           move baseline-folder to run-folder
           perform load-run-results
           move payslip-file-name to baseline-payslip-name
           set loading-candidate to true
           move candidate-folder to run-folder
           perform load-run-results
           move payslip-file-name to candidate-payslip-name
           if baseline-slips = zero and candidate-slips = zero
               display "Neither run has main-run slips for period "
                       compare-period " - comparison cancelled."
               move 8 to return-code
               goback
           end-if

           perform register-report-run
           open output report-print
           if print-status-key-1 not = "0"
               display "Error code " report-print-status
                       " opening " catalog-output-file-name
               move 8 to return-code
               goback
           end-if
           perform print-page-headings
           perform varying slip-index from 1 by 1
                   until slip-index > compare-slip-count
               if slip-in-baseline(slip-index)
                       and slip-in-candidate(slip-index)
                   perform compare-matched-slip
               end-if
           end-perform
           perform print-unmatched-slips
           perform decide-comparison-result
           perform print-comparison-summary
           close report-print
           perform catalogue-report-run

           display "Parallel run " comparison-result " - "
                   matched-slips " matched, " differences-found
                   " differences, " differences-outside
                   " outside tolerance."
           if comparison-failed
               move 4 to return-code
           else
               move zero to return-code
           end-if
           goback
           .

       load-run-results section.
           move spaces to payslip-file-name
           move spaces to deductions-file-name
           if run-folder = spaces
               move "payslip-file.dat" to payslip-file-name
               move "payslip-deductions.dat" to deductions-file-name
           else
               string run-folder delimited by space
                      "/payslip-file.dat" delimited by size
                      into payslip-file-name
               end-string
               string run-folder delimited by space
                      "/payslip-deductions.dat" delimited by size
                      into deductions-file-name
               end-string
           end-if
           perform load-run-payslips
           perform load-run-deductions
           .

       load-run-payslips section.
           open input payslip-file
           if payslip-status-key-1 not = "0"
               display "Error code " payslip-file-status
                       " opening " payslip-file-name
           else
               set end-of-payslips to false
               perform until end-of-payslips
                   read payslip-file
                       at end
                           set end-of-payslips to true
                       not at end
                           if payslip-period = compare-period
                                   and main-run-slip
                                   and ((weekly-payslip
                                           and weekly-comparison)
                                       or (not weekly-payslip
                                           and not weekly-comparison))
                               perform store-run-payslip
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           .

      *    A slip written twice for the same person in one run is
      *    summed, so the duplicate shows up as a difference.
       store-run-payslip section.
           move payslip-employee-number to lookup-employee-number
           perform find-compare-slip
           if not slip-found
               move spaces to lookup-employee-name
               string payslip-first-name delimited by space
                      " " delimited by size
                      payslip-last-name delimited by size
                      into lookup-employee-name
               end-string
               perform add-compare-slip
           end-if
           if slip-found
               if loading-baseline
                   if not slip-in-baseline(slip-index)
                       add 1 to baseline-slips
                   end-if
                   move "Y" to slip-in-baseline-flag(slip-index)
                   add payslip-gross-amount
                       to slip-baseline-gross(slip-index)
                   add payslip-net-amount
                       to slip-baseline-net(slip-index)
                   add payslip-gross-amount to baseline-gross-total
                   add payslip-net-amount to baseline-net-total
               else
                   if not slip-in-candidate(slip-index)
                       add 1 to candidate-slips
                   end-if
                   move "Y" to slip-in-candidate-flag(slip-index)
                   add payslip-gross-amount
                       to slip-candidate-gross(slip-index)
                   add payslip-net-amount
                       to slip-candidate-net(slip-index)
                   add payslip-gross-amount to candidate-gross-total
                   add payslip-net-amount to candidate-net-total
               end-if
           end-if
           .

       find-compare-slip section.
           set slip-found to false
           set slip-index to 1
           search compare-slip-entry
               at end
                   continue
               when slip-index > compare-slip-count
                   continue
               when slip-employee-number(slip-index)
                       = lookup-employee-number
                   set slip-found to true
           end-search
           .

       add-compare-slip section.
           if compare-slip-count < MAX-COMPARE-SLIPS
               add 1 to compare-slip-count
               set slip-index to compare-slip-count
               initialize compare-slip-entry(slip-index)
               move lookup-employee-number
                   to slip-employee-number(slip-index)
               move lookup-employee-name
                   to slip-employee-name(slip-index)
               move "N" to slip-in-baseline-flag(slip-index)
               move "N" to slip-in-candidate-flag(slip-index)
               set slip-found to true
           else
               add 1 to records-dropped
           end-if
           .

      *    Deductions are held in a chain per slip in the order first
      *    met, so codes appearing in only one run are still compared
      *    (against zero).  A deduction for someone with no slip in
      *    either run starts a slip entry of its own.
       load-run-deductions section.
           open input payslip-deductions
           if deductions-status-key-1 not = "0"
               display "Error code " slip-deductions-status
                       " opening " deductions-file-name
           else
               set end-of-deductions to false
               perform until end-of-deductions
                   read payslip-deductions
                       at end
                           set end-of-deductions to true
                       not at end
                           if slip-deduction-period = compare-period
                                   and main-run-deduction
                                   and ((slip-deduction-frequency = "W"
                                           and weekly-comparison)
                                       or (slip-deduction-frequency
                                               not = "W"
                                           and not weekly-comparison))
                               perform store-run-deduction
                           end-if
                   end-read
               end-perform
               close payslip-deductions
           end-if
           .

       store-run-deduction section.
           move slip-deduction-employee to lookup-employee-number
           perform find-compare-slip
           if not slip-found
               move "(no payslip)" to lookup-employee-name
               perform add-compare-slip
           end-if
           if slip-found
               move slip-deduction-code to lookup-deduction-code
               perform find-slip-deduction
               if not deduction-found
                   perform add-slip-deduction
               end-if
               if deduction-found
                   if loading-baseline
                       add slip-deduction-amount
                           to entry-baseline-amount(deduction-index)
                   else
                       add slip-deduction-amount
                           to entry-candidate-amount(deduction-index)
                   end-if
               end-if
           end-if
           .

       find-slip-deduction section.
           set deduction-found to false
           if slip-first-deduction(slip-index) > zero
               set deduction-index to slip-first-deduction(slip-index)
               perform until deduction-found
                       or deduction-index = zero
                   if entry-deduction-code(deduction-index)
                           = lookup-deduction-code
                       set deduction-found to true
                   else
                       set deduction-index
                           to entry-next-deduction(deduction-index)
                   end-if
               end-perform
           end-if
           .

       add-slip-deduction section.
           if compare-deduction-count < MAX-COMPARE-DEDUCTIONS
               add 1 to compare-deduction-count
               set deduction-index to compare-deduction-count
               initialize compare-deduction-entry(deduction-index)
               move lookup-deduction-code
                   to entry-deduction-code(deduction-index)
               if slip-first-deduction(slip-index) = zero
                   move compare-deduction-count
                       to slip-first-deduction(slip-index)
               else
                   move compare-deduction-count
                       to entry-next-deduction
                              (slip-last-deduction(slip-index))
               end-if
               move compare-deduction-count
                   to slip-last-deduction(slip-index)
               set deduction-found to true
           else
               add 1 to records-dropped
           end-if
           .

       compare-matched-slip section.
           add 1 to matched-slips
           move "GROSS" to compare-item
           move slip-baseline-gross(slip-index) to baseline-amount
           move slip-candidate-gross(slip-index) to candidate-amount
           perform compare-amounts
           if slip-first-deduction(slip-index) > zero
               set deduction-index to slip-first-deduction(slip-index)
               perform until deduction-index = zero
                   move spaces to compare-item
                   string "DEDN " delimited by size
                          entry-deduction-code(deduction-index)
                              delimited by size
                          into compare-item
                   end-string
                   move entry-baseline-amount(deduction-index)
                       to baseline-amount
                   move entry-candidate-amount(deduction-index)
                       to candidate-amount
                   perform compare-amounts
                   set deduction-index
                       to entry-next-deduction(deduction-index)
               end-perform
           end-if
           move "NET" to compare-item
           move slip-baseline-net(slip-index) to baseline-amount
           move slip-candidate-net(slip-index) to candidate-amount
           perform compare-amounts
           .

       compare-amounts section.
           add 1 to items-compared
           compute amount-difference =
               candidate-amount - baseline-amount
           if amount-difference < zero
               compute absolute-difference = zero - amount-difference
           else
               move amount-difference to absolute-difference
           end-if
           if absolute-difference > zero
               add 1 to differences-found
               if absolute-difference > tolerance-amount
                   add 1 to differences-outside
                   move "OUTSIDE TOLERANCE" to difference-note
               else
                   move "within tolerance" to difference-note
               end-if
               move baseline-amount to formatted-baseline
               move candidate-amount to formatted-candidate
               move amount-difference to formatted-difference
               move spaces to print-work-line
               string slip-employee-number(slip-index)
                          delimited by size
                      "  " delimited by size
                      slip-employee-name(slip-index) delimited by size
                      " " delimited by size
                      compare-item delimited by size
                      formatted-baseline delimited by size
                      "  " delimited by size
                      formatted-candidate delimited by size
                      "  " delimited by size
                      formatted-difference delimited by size
                      "  " delimited by size
                      difference-note delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           .

       print-unmatched-slips section.
           move spaces to print-work-line
           perform write-print-line
           move "Employees paid in one run only" to print-work-line
           perform write-print-line
           perform varying slip-index from 1 by 1
                   until slip-index > compare-slip-count
               evaluate true
                   when slip-in-baseline(slip-index)
                           and not slip-in-candidate(slip-index)
                       add 1 to baseline-only-slips
                       move "BASELINE ONLY" to difference-note
                       move slip-baseline-net(slip-index)
                           to formatted-baseline
                       perform print-unmatched-line
                   when slip-in-candidate(slip-index)
                           and not slip-in-baseline(slip-index)
                       add 1 to candidate-only-slips
                       move "CANDIDATE ONLY" to difference-note
                       move slip-candidate-net(slip-index)
                           to formatted-baseline
                       perform print-unmatched-line
                   when not slip-in-baseline(slip-index)
                           and not slip-in-candidate(slip-index)
                       add 1 to deductions-only-slips
                       move "DEDUCTIONS ONLY" to difference-note
                       move zero to formatted-baseline
                       perform print-unmatched-line
               end-evaluate
           end-perform
           if baseline-only-slips = zero and candidate-only-slips = zero
                   and deductions-only-slips = zero
               move "  None - both runs paid the same employees."
                   to print-work-line
               perform write-print-line
           end-if
           .

       print-unmatched-line section.
           move spaces to print-work-line
           string slip-employee-number(slip-index) delimited by size
                  "  " delimited by size
                  slip-employee-name(slip-index) delimited by size
                  " " delimited by size
                  difference-note delimited by size
                  " net " delimited by size
                  formatted-baseline delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           .

       decide-comparison-result section.
           if differences-outside = zero
                   and baseline-only-slips = zero
                   and candidate-only-slips = zero
                   and deductions-only-slips = zero
                   and records-dropped = zero
               set comparison-passed to true
           else
               set comparison-failed to true
           end-if
           .

       print-comparison-summary section.
           move spaces to print-work-line
           perform write-print-line
           move "Summary" to print-work-line
           perform write-print-line
           move spaces to print-work-line
           string "Baseline:  " delimited by size
                  baseline-payslip-name delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move spaces to print-work-line
           string "Candidate: " delimited by size
                  candidate-payslip-name delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move baseline-slips to formatted-count
           move spaces to print-work-line
           string "Baseline slips:                " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move candidate-slips to formatted-count
           move spaces to print-work-line
           string "Candidate slips:               " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move matched-slips to formatted-count
           move spaces to print-work-line
           string "Employees matched:             " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move baseline-only-slips to formatted-count
           move spaces to print-work-line
           string "In baseline only:              " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move candidate-only-slips to formatted-count
           move spaces to print-work-line
           string "In candidate only:             " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move deductions-only-slips to formatted-count
           move spaces to print-work-line
           string "Deductions with no payslip:    " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move items-compared to formatted-count
           move spaces to print-work-line
           string "Amounts compared:              " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move differences-found to formatted-count
           move spaces to print-work-line
           string "Differences found:             " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move differences-outside to formatted-count
           move spaces to print-work-line
           string "Differences outside tolerance: " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           if records-dropped > zero
               move records-dropped to formatted-count
               move spaces to print-work-line
               string "Records not held (table full): "
                          delimited by size
                      formatted-count delimited by size
                      into print-work-line
               end-string
               perform write-print-line
           end-if
           move baseline-gross-total to formatted-total
           move spaces to print-work-line
           string "Gross paid - baseline:  " delimited by size
                  formatted-total delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move candidate-gross-total to formatted-total
           move spaces to print-work-line
           string "Gross paid - candidate: " delimited by size
                  formatted-total delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move baseline-net-total to formatted-total
           move spaces to print-work-line
           string "Net paid - baseline:    " delimited by size
                  formatted-total delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move candidate-net-total to formatted-total
           move spaces to print-work-line
           string "Net paid - candidate:   " delimited by size
                  formatted-total delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move tolerance-amount to formatted-tolerance
           move spaces to print-work-line
           string "Tolerance per amount:   " delimited by size
                  formatted-tolerance delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move spaces to print-work-line
           string "RESULT: " delimited by size
                  comparison-result delimited by size
                  into print-work-line
           end-string
           perform write-print-line
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
           string "Payroll Parallel-Run Comparison   Period: "
                      delimited by size
                  compare-period delimited by size
                  " " delimited by size
                  compare-frequency delimited by size
                  "   Page " delimited by size
                  formatted-page-number delimited by size
                  into print-work-line
           end-string
           if page-number > 1
               move spaces to report-print-line
               write report-print-line after advancing page
           end-if
           write report-print-line from print-work-line
           move "Emp    Name                                      Item"
             & "         Baseline    Candidate    Difference"
               to print-work-line
           write report-print-line from print-work-line
           move all "-" to print-work-line
           write report-print-line from print-work-line
           move 3 to lines-printed
           .

       register-report-run section.
           set catalog-open-action to true
           move "PARALLEL-RUN-COMPARE" to catalog-report-name
           move "parallel-run-print.txt" to catalog-base-file-name
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
