               assign "payslip-deductions.dat"
               organization sequential
               file status slip-deductions-status.
           select payslip-voids
               assign "payslip-voids.dat"
               organization indexed
               access dynamic
               record key void-id
               file status voids-file-status.
           select reprint-file
               assign "payslip-reprint.txt"
               organization line sequential
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

       FD  payslip-voids.
       copy payslip-void-record.

       FD  reprint-file.
       01  reprint-line                pic X(80).
           88  valid-inquiry           values 1 thru 4.
       01  selected-employee-number    pic 9(5) value 0.
       01  selected-period             pic 9(6) value 0.
       01  selected-run-type           pic X value "M".
       01  run-type-entry              pic X value space.
           88  supplementary-requested value "S" "s".
           88  reversal-requested      value "V" "v".
           88  correction-requested    value "C" "c".
       01  slip-type-label             pic X(16) value spaces.
       01  void-found-flag             pic X value "N".
           88  slip-has-been-voided    value "Y" false "N".
       01  void-notice-line            pic X(80).
       01  payslip-found-flag          pic X value "N".
           88  payslip-found           value "Y".
       01  employee-full-name          pic X(40).
       01  periods-listed              pic 9(3) value 0.
       01  deductions-listed           pic 9(2) value 0.
       01  formatted-gross-amount      pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-deduction-total   pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-net-amount        pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-expense-amount    pic Z(2),ZZZ,ZZ9.99-.
       01  formatted-deduction-amount  pic Z(2),ZZZ,ZZ9.99-.
       01  print-work-line             pic X(80).
       01  payslip-read-status         pic 9 value 0.
           88  end-of-payslips         value 1 false 0.
       01  slip-deductions-status.
           05  slip-deductions-key-1   pic X.
           05  slip-deductions-key-2   pic X.
       01  voids-file-status.
           05  voids-status-key-1      pic X.
           05  voids-status-key-2      pic X.
       01  reprint-file-status.
           05  reprint-status-key-1    pic X.
           05  reprint-status-key-2    pic X.
       prompt-for-payslip-key section.
           display "Please enter an employee number:"
           accept selected-employee-number
           display "Please enter the period (yyyymm, or yyyyww for a "
                   "weekly slip):"
           accept selected-period
           display "[M]ain run, [S]upplementary, [V]oid reversal or "
                   "[C]orrected slip? (space for main)"
           move space to run-type-entry
           accept run-type-entry
           evaluate true
               when supplementary-requested
                   move "S" to selected-run-type
               when reversal-requested
                   move "V" to selected-run-type
               when correction-requested
                   move "C" to selected-run-type
               when other
                   move "M" to selected-run-type
           end-evaluate
           .

       find-selected-payslip section.
                       if payslip-employee-number
                               = selected-employee-number
                               and payslip-period = selected-period
                               and payslip-run-type
                                   = selected-run-type
                           set payslip-found to true
                           set end-of-payslips to true
                       end-if
           move payslip-gross-amount to formatted-gross-amount
           move payslip-deduction-total to formatted-deduction-total
           move payslip-net-amount to formatted-net-amount
           move payslip-expense-amount to formatted-expense-amount
           evaluate true
               when supplementary-slip
                   move " SUPPLEMENTARY" to slip-type-label
               when void-reversal-slip
                   move " VOID REVERSAL" to slip-type-label
               when corrected-slip
                   move " CORRECTED" to slip-type-label
               when other
                   move spaces to slip-type-label
           end-evaluate
           perform check-for-void
           .

      *    A main-run slip that has been reversed keeps its place on
      *    file but is flagged so it is not mistaken for the pay due.
       check-for-void section.
           set slip-has-been-voided to false
           move spaces to void-notice-line
           if main-run-slip
               open input payslip-voids
               if voids-status-key-1 = "0"
                   perform scan-void-requests
                   close payslip-voids
               end-if
           end-if
           .

       scan-void-requests section.
           set end-of-details to false
           move low-values to void-id
           start payslip-voids key is greater than void-id
               invalid key
                   set end-of-details to true
           end-start
           perform until end-of-details or slip-has-been-voided
               read payslip-voids next record
                   at end
                       set end-of-details to true
                   not at end
                       if void-employee-number
                               = payslip-employee-number
                               and void-period = payslip-period
                               and (void-approved or void-reissued)
                           set slip-has-been-voided to true
                           string "*** VOIDED " delimited by size
                                  void-approved-timestamp(1:8)
                                      delimited by size
                                  " by " delimited by size
                                  void-approved-by delimited by space
                                  " - " delimited by size
                                  void-reason-code delimited by size
                                  " " delimited by size
                                  function trim(void-reason-text)
                                      delimited by size
                                  " ***" delimited by size
                                  into void-notice-line
                           end-string
                       end-if
               end-read
           end-perform
           .

       display-stored-payslip section.
           perform format-payslip-fields
           display "===== Pay Slip - Period " payslip-period
                   function trim(slip-type-label trailing) " ====="
           display "Employee: " payslip-employee-number " "
                   function trim(employee-full-name)
           display "Department: " payslip-department-code
           if weekly-payslip
               display "Weekly pay - week " payslip-period(5:2)
                       " of " payslip-period(1:4)
           end-if
           display "Period Gross: " formatted-gross-amount " "
                   payslip-currency-code
           display "Deductions:   " formatted-deduction-total " "
                   payslip-currency-code
           perform display-deduction-detail
           if payslip-expense-amount not = zero
               display "Expenses:     " formatted-expense-amount " "
                       payslip-currency-code
           end-if
           display "Period Net:   " formatted-net-amount " "
                   payslip-currency-code
           display "Paid on run of " payslip-timestamp(1:8)
           if slip-has-been-voided
               display function trim(void-notice-line trailing)
           end-if
           .

       display-deduction-detail section.
                               = selected-employee-number
                               and slip-deduction-period
                                   = selected-period
                               and slip-deduction-run-type
                                   = selected-run-type
                               and slip-deduction-frequency
                                   = payslip-pay-frequency
                           add 1 to deductions-listed
                           move slip-deduction-amount
                               to formatted-deduction-amount
           move spaces to print-work-line
           string "===== Pay Slip - Period " delimited by size
                  payslip-period delimited by size
                  slip-type-label delimited by "  "
                  " (REPRINT) =====" delimited by size
                  into print-work-line
           end-string
                  into print-work-line
           end-string
           write reprint-line from print-work-line
           if payslip-expense-amount not = zero
               move spaces to print-work-line
               string "Expenses:     " delimited by size
                      formatted-expense-amount delimited by size
                      " " delimited by size
                      payslip-currency-code delimited by size
                      into print-work-line
               end-string
               write reprint-line from print-work-line
           end-if
           move spaces to print-work-line
           string "Period Net:   " delimited by size
                  formatted-net-amount delimited by size
                  into print-work-line
           end-string
           write reprint-line from print-work-line
           if slip-has-been-voided
               write reprint-line from void-notice-line
           end-if
           move spaces to print-work-line
           write reprint-line from print-work-line
           close reprint-file
                               to formatted-gross-amount
                           move payslip-net-amount
                               to formatted-net-amount
                           display payslip-period " "
                                   payslip-run-type " gross "
                                   formatted-gross-amount " net "
                                   formatted-net-amount " "
                                   payslip-currency-code
