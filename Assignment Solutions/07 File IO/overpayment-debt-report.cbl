       input-output section.
           select overpayment-ledger
               assign "overpayment-ledger.dat"
               organization indexed
               access dynamic
               record key overpayment-key
               file status ledger-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select debt-print
               assign "overpayment-debt-print.txt"
               organization line sequential
               file status debt-print-status.

       file section.
       FD  overpayment-ledger.
       copy overpayment-record.

       FD  employee-data.
       copy employee-record.

       FD  debt-print.
       01  debt-print-line             pic X(90).

       working-storage section.
       01  todays-date                 pic 9(8).
       01  employee-note               pic X(12).
       01  leaver-debts-listed         pic 9(5) value 0.
       01  debt-total                  pic 9(11)V9(2) value 0.
       01  formatted-balance           pic Z(2),ZZZ,ZZ9.99.
       01  formatted-original          pic Z(2),ZZZ,ZZ9.99.
       01  formatted-debt-total        pic Z(3),ZZZ,ZZZ,ZZ9.99.
       01  print-work-line             pic X(90).
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  employee-master-flag        pic X value "N".
           88  employee-master-open    value "Y" false "N".
       01  ledger-file-status.
           05  ledger-status-key-1     pic X.
           05  ledger-status-key-2     pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  debt-print-status.
           05  debt-print-key-1        pic X.
           05  debt-print-key-2        pic X.

       procedure division.
           move function current-date(1:8) to todays-date
           open input overpayment-ledger
           if ledger-status-key-1 not = "0"
               display "No overpayment ledger found - nothing to "
                       "report."
               goback
           end-if
           open input employee-data
           if status-key-1 = "0"
               set employee-master-open to true
           else
               display "Error code " file-status-code
                       " opening employee-data."
               close overpayment-ledger
               goback
           end-if
           open output debt-print
           move spaces to print-work-line
           string "===== Overpayment Debts for Leavers as at "
                      delimited by size
                  todays-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write debt-print-line from print-work-line
           move "Emp   Reference Left       Original       Balance"
             & " Status Note" to print-work-line
           write debt-print-line from print-work-line
           move all "-" to print-work-line
           write debt-print-line from print-work-line

           move low-values to overpayment-key
           start overpayment-ledger key is greater than overpayment-key
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read overpayment-ledger next record
                   at end
                       set end-of-browse to true
                   not at end
                       if overpayment-balance > zero
                               and (overpayment-recovering
                                   or overpayment-referred)
                           perform check-debtor-employee
                       end-if
               end-read
           end-perform

           move all "-" to print-work-line
           write debt-print-line from print-work-line
           move debt-total to formatted-debt-total
           move spaces to print-work-line
           string "Leaver debts: " delimited by size
                  leaver-debts-listed delimited by size
                  "  Total outstanding: " delimited by size
                  formatted-debt-total delimited by size
                  into print-work-line
           end-string
           write debt-print-line from print-work-line
           close debt-print
           close overpayment-ledger
           close employee-data
           set employee-master-open to false
           display "Overpayment debt report written to "
                   "overpayment-debt-print.txt - " leaver-debts-listed
                   " balances to chase."
           goback
           .

      *    Only former employees are listed: anyone still on the
      *    payroll repays through the payroll run.
       check-debtor-employee section.
           move spaces to employee-note
           move overpayment-employee-number to employee-number
           read employee-data
               invalid key
                   move "NOT ON FILE" to employee-note
                   move zero to termination-date
               not invalid key
                   if employee-terminated
                       move "LEFT" to employee-note
                   end-if
           end-read
           if employee-note not = spaces
               perform print-debt-line
           end-if
           .

       print-debt-line section.
           add 1 to leaver-debts-listed
           add overpayment-balance to debt-total
           if overpayment-referred
               move "REFERRED" to employee-note
           end-if
           move overpayment-original-amount to formatted-original
           move overpayment-balance to formatted-balance
           move spaces to print-work-line
           move overpayment-employee-number to print-work-line(1:5)
           move overpayment-reference to print-work-line(7:8)
           move termination-date to print-work-line(17:8)
           move formatted-original to print-work-line(26:13)
           move formatted-balance to print-work-line(40:13)
           move overpayment-status to print-work-line(56:1)
           move employee-note to print-work-line(59:12)
           write debt-print-line from print-work-line
           move spaces to print-work-line
           move overpayment-reason to print-work-line(7:30)
           write debt-print-line from print-work-line
           .
