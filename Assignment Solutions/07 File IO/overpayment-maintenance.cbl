       input-output section.
           select overpayment-ledger
               assign "overpayment-ledger.dat"
               organization indexed
               access dynamic
               record key overpayment-key
               file status ledger-file-status.
           select overpayment-recoveries
               assign "overpayment-recoveries.dat"
               organization sequential
               file status recoveries-file-status.

       file section.
       FD  overpayment-ledger.
       copy overpayment-record.

       FD  overpayment-recoveries.
       01  overpayment-recovery-record.
           05  recovery-period         pic 9(6).
           05  recovery-employee       pic 9(5).
           05  recovery-reference      pic X(8).
           05  recovery-amount         pic 9(7)V9(2).
           05  recovery-balance        pic 9(7)V9(2).
           05  recovery-timestamp      pic X(21).

       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  add-overpayment         value 1.
           88  amend-overpayment       value 2.
           88  list-overpayments       value 3.
           88  list-recovery-history   value 4.
           88  exit-maintenance        value 5.
           88  valid-maintenance       values 1 thru 5.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  history-read-status         pic 9 value 0.
           88  end-of-history          value 1 false 0.
       01  listing-employee-number     pic 9(5).
       01  listing-reference           pic X(8).
       01  overpayments-listed         pic 9(3) value 0.
       01  history-lines-listed        pic 9(3) value 0.
       01  status-entry                pic X.
       01  value-raw-entry             pic X(12).
       01  value-is-numeric-flag       pic X.
           88  value-entry-is-numeric  value "Y".
       01  formatted-original          pic Z(2),ZZZ,ZZ9.99.
       01  formatted-balance           pic Z(2),ZZZ,ZZ9.99.
       01  formatted-recovery          pic Z(2),ZZZ,ZZ9.99.
       01  formatted-amount            pic Z(2),ZZZ,ZZ9.99.
       01  ledger-file-status.
           05  ledger-status-key-1     pic X.
           05  ledger-status-key-2     pic X.
       01  recoveries-file-status.
           05  recoveries-status-key-1 pic X.
           05  recoveries-status-key-2 pic X.

       procedure division.
           open i-o overpayment-ledger
           if ledger-status-key-1 = "3"
               open output overpayment-ledger
               close overpayment-ledger
               open i-o overpayment-ledger
           end-if
           perform check-file-status-code

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-overpayment
                       perform add-overpayment-record
                   when amend-overpayment
                       perform amend-overpayment-record
                   when list-overpayments
                       perform list-employee-overpayments
                   when list-recovery-history
                       perform list-one-recovery-history
               end-evaluate
           end-perform

           close overpayment-ledger
           display "Exiting overpayment maintenance..."
           goback
           .

       check-file-status-code section.
           if ledger-file-status not equal "00"
               display "Error code " ledger-file-status
                       " opening overpayment-ledger."
               goback
           end-if
           .

       prompt-for-maintenance-function section.
           display "Overpayment ledger - would you like to:"
           display "- [1] Record an overpayment"
           display "- [2] Amend an overpayment"
           display "- [3] List an employee's overpayments"
           display "- [4] List an overpayment's recovery history"
           display "- [5] Exit"
           accept maintenance-selection
           .

       prompt-for-overpayment-key section.
           display "Please enter an employee number:"
           accept overpayment-employee-number
           display "Please enter the overpayment reference:"
           accept overpayment-reference
           .

       add-overpayment-record section.
           move "N" to entry-was-blank
           perform prompt-for-overpayment-key
           display "Please enter the amount overpaid:"
           perform accept-numeric-value
           if not field-entry-blank
               compute overpayment-original-amount = function numval(
                   function trim(value-raw-entry))
               move overpayment-original-amount to overpayment-balance
               display "Please enter the reason for the overpayment:"
               move spaces to overpayment-reason
               accept overpayment-reason
               if overpayment-reason = spaces
                   display "A reason is required - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               perform prompt-for-recovery-amount
           end-if
           if field-entry-blank
               display "Add cancelled."
           else
               set overpayment-recovering to true
               move function current-date(1:8)
                   to overpayment-raised-date
               move function current-date to overpayment-timestamp
               write overpayment-record
                   invalid key
                       display "Overpayment " overpayment-reference
                               " already on file for employee "
                               overpayment-employee-number "."
                   not invalid key
                       display "Overpayment " overpayment-reference
                               " recorded for employee "
                               overpayment-employee-number "."
               end-write
           end-if
           .

      *    Only the agreed recovery and the status may change once
      *    an overpayment is recorded; the balance moves through the
      *    payroll run.
       amend-overpayment-record section.
           move "N" to entry-was-blank
           perform prompt-for-overpayment-key
           read overpayment-ledger
               invalid key
                   display "Overpayment not found."
               not invalid key
                   perform display-overpayment-line
                   perform prompt-for-recovery-amount
                   if not field-entry-blank
                       perform prompt-for-overpayment-status
                   end-if
                   if field-entry-blank
                       display "Amend cancelled."
                   else
                       move function current-date
                           to overpayment-timestamp
                       rewrite overpayment-record
                           invalid key
                               display "Failure to amend overpayment."
                           not invalid key
                               display "Overpayment successfully "
                                       "amended."
                       end-rewrite
                   end-if
           end-read
           .

       prompt-for-recovery-amount section.
           display "Please enter the agreed recovery per period:"
           perform accept-numeric-value
           if not field-entry-blank
               compute overpayment-recovery-amount = function numval(
                   function trim(value-raw-entry))
               if overpayment-recovery-amount = zero
                   display "Recovery amount must be greater than "
                           "zero - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           .

       prompt-for-overpayment-status section.
           display "Status - [A] recovering, [D] referred to "
                   "finance, [W] written off (enter to keep "
                   overpayment-status "):"
           move space to status-entry
           accept status-entry
           evaluate status-entry
               when space
                   continue
               when "a"
               when "A"
                   set overpayment-recovering to true
               when "d"
               when "D"
                   set overpayment-referred to true
               when "w"
               when "W"
                   set overpayment-written-off to true
               when other
                   display "Invalid status - entry cancelled."
                   set field-entry-blank to true
           end-evaluate
           if overpayment-written-off
               display "Balance written off: the payroll run will "
                       "take no further recovery."
           end-if
           .

       accept-numeric-value section.
           move spaces to value-raw-entry
           accept value-raw-entry
           call "verify-numeric-variable"
                   using by reference value-raw-entry
                         by reference value-is-numeric-flag
           if not value-entry-is-numeric
               display "Value must be numeric - entry cancelled."
               set field-entry-blank to true
           end-if
           .

       list-employee-overpayments section.
           display "Please enter an employee number:"
           accept listing-employee-number
           move zero to overpayments-listed
           set end-of-browse to false
           move listing-employee-number to overpayment-employee-number
           move low-values to overpayment-reference
           start overpayment-ledger key is greater than overpayment-key
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read overpayment-ledger next record
                   at end
                       set end-of-browse to true
                   not at end
                       if overpayment-employee-number
                               = listing-employee-number
                           add 1 to overpayments-listed
                           perform display-overpayment-line
                       else
                           set end-of-browse to true
                       end-if
               end-read
           end-perform
           if overpayments-listed = zero
               display "No overpayments on file for employee "
                       listing-employee-number "."
           end-if
           .

       display-overpayment-line section.
           move overpayment-original-amount to formatted-original
           move overpayment-balance to formatted-balance
           move overpayment-recovery-amount to formatted-recovery
           display overpayment-reference " raised "
                   overpayment-raised-date
                   " owed " formatted-original
                   " balance " formatted-balance
                   " per period " formatted-recovery
                   " status " overpayment-status
           display "    " overpayment-reason
           .

       list-one-recovery-history section.
           display "Please enter an employee number:"
           accept listing-employee-number
           display "Please enter the overpayment reference:"
           accept listing-reference
           move zero to history-lines-listed
           set end-of-history to false
           open input overpayment-recoveries
           if recoveries-status-key-1 not = "0"
               display "No overpayment recoveries on file."
           else
               perform until end-of-history
                   read overpayment-recoveries
                       at end
                           set end-of-history to true
                       not at end
                           if recovery-employee
                                       = listing-employee-number
                                   and recovery-reference
                                       = listing-reference
                               add 1 to history-lines-listed
                               move recovery-amount
                                   to formatted-amount
                               move recovery-balance
                                   to formatted-balance
                               display recovery-period
                                       " recovered " formatted-amount
                                       " balance after "
                                       formatted-balance
                           end-if
                   end-read
               end-perform
               close overpayment-recoveries
               if history-lines-listed = zero
                   display "No recoveries on file for overpayment "
                           listing-reference "."
               else
                   display history-lines-listed " recoveries listed."
               end-if
           end-if
           .
