       input-output section.
           select old-payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status old-payslip-status.
           select payslip-file
               assign "payslip-file-new.dat"
               organization sequential
               file status payslip-file-status.
           select old-payslip-deductions
               assign "payslip-deductions.dat"
               organization sequential
               file status old-deductions-status.
           select payslip-deductions
               assign "payslip-deductions-new.dat"
               organization sequential
               file status slip-deductions-status.

       file section.
       FD  old-payslip-file.
       01  old-payslip-record.
           05  old-payslip-period      pic 9(6).
           05  old-payslip-employee    pic 9(5).
           05  old-payslip-first-name  pic X(20).
           05  old-payslip-last-name   pic X(20).
           05  old-payslip-department  pic X(4).
           05  old-payslip-currency    pic X(3).
           05  old-payslip-gross       pic 9(7)V9(2).
           05  old-payslip-deduction-total pic 9(7)V9(2).
           05  old-payslip-net         pic 9(7)V9(2).
           05  old-payslip-timestamp   pic X(21).

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
           05  payslip-pay-frequency   pic X.

       FD  old-payslip-deductions.
       01  old-payslip-deduction-record.
           05  old-deduction-period    pic 9(6).
           05  old-deduction-employee  pic 9(5).
           05  old-deduction-code      pic X(4).
           05  old-deduction-amount    pic 9(7)V9(2).

       FD  payslip-deductions.
       01  payslip-deduction-record.
           05  slip-deduction-period   pic 9(6).
           05  slip-deduction-employee pic 9(5).
           05  slip-deduction-code     pic X(4).
           05  slip-deduction-amount   pic S9(7)V9(2).
           05  slip-deduction-run-type pic X.
           05  slip-deduction-frequency pic X.

      *    Every slip on file before signed amounts, run types and
      *    pay frequencies were introduced came from a monthly main
      *    run and carried no expenses.
       working-storage section.
       78  ORIGINAL-RUN-TYPE           value "M".
       78  ORIGINAL-FREQUENCY          value "M".
       01  slips-converted             pic 9(7) value 0.
       01  deductions-converted        pic 9(7) value 0.
       01  old-payslip-read-status     pic 9 value 0.
           88  end-of-old-payslips     value 1 false 0.
       01  old-deduction-read-status   pic 9 value 0.
           88  end-of-old-deductions   value 1 false 0.
       01  old-payslip-status.
           05  old-payslip-key-1       pic X.
           05  old-payslip-key-2       pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  old-deductions-status.
           05  old-deductions-key-1    pic X.
           05  old-deductions-key-2    pic X.
       01  slip-deductions-status.
           05  slip-deductions-key-1   pic X.
           05  slip-deductions-key-2   pic X.

       procedure division.
           display "===== Payslip File Conversion ====="
           perform convert-payslip-file
           perform convert-payslip-deductions
           display "Verify the new files, then rename them over "
                   "payslip-file.dat and payslip-deductions.dat "
                   "before the next payroll run."
           goback
           .

       convert-payslip-file section.
           open input old-payslip-file
           if old-payslip-key-1 not = "0"
               display "Error code " old-payslip-status
                       " opening payslip-file.dat - no payslips to "
                       "convert."
           else
               open output payslip-file
               perform until end-of-old-payslips
                   read old-payslip-file
                       at end
                           set end-of-old-payslips to true
                       not at end
                           perform convert-one-payslip
                           add 1 to slips-converted
                   end-read
               end-perform
               close old-payslip-file
               close payslip-file
               display slips-converted " payslips written to "
                       "payslip-file-new.dat."
           end-if
           .

       convert-payslip-deductions section.
           open input old-payslip-deductions
           if old-deductions-key-1 not = "0"
               display "Error code " old-deductions-status
                       " opening payslip-deductions.dat - no "
                       "deduction detail to convert."
           else
               open output payslip-deductions
               perform until end-of-old-deductions
                   read old-payslip-deductions
                       at end
                           set end-of-old-deductions to true
                       not at end
                           perform convert-one-deduction
                           add 1 to deductions-converted
                   end-read
               end-perform
               close old-payslip-deductions
               close payslip-deductions
               display deductions-converted " deduction lines "
                       "written to payslip-deductions-new.dat."
           end-if
           .

       convert-one-payslip section.
           move old-payslip-period to payslip-period
           move old-payslip-employee to payslip-employee-number
           move old-payslip-first-name to payslip-first-name
           move old-payslip-last-name to payslip-last-name
           move old-payslip-department to payslip-department-code
           move old-payslip-currency to payslip-currency-code
           move old-payslip-gross to payslip-gross-amount
           move old-payslip-deduction-total
               to payslip-deduction-total
           move old-payslip-net to payslip-net-amount
           move zero to payslip-expense-amount
           move old-payslip-timestamp to payslip-timestamp
           move ORIGINAL-RUN-TYPE to payslip-run-type
           move ORIGINAL-FREQUENCY to payslip-pay-frequency
           write payslip-record
           .

       convert-one-deduction section.
           move old-deduction-period to slip-deduction-period
           move old-deduction-employee to slip-deduction-employee
           move old-deduction-code to slip-deduction-code
           move old-deduction-amount to slip-deduction-amount
           move ORIGINAL-RUN-TYPE to slip-deduction-run-type
           move ORIGINAL-FREQUENCY to slip-deduction-frequency
           write payslip-deduction-record
           .
