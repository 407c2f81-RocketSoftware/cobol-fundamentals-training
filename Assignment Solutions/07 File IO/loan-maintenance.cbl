       input-output section.
           select employee-loans
               assign "employee-loans.dat"
               organization indexed
               access dynamic
               record key loan-key
               file status loans-file-status.
           select loan-instalments
               assign "loan-instalments.dat"
               organization indexed
               access dynamic
               record key instalment-key
               file status instalments-file-status.
           select loan-schedule
               assign "loan-schedule.dat"
               organization sequential
               file status schedule-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.

       file section.
       FD  employee-loans.
       copy employee-loan-record.

       FD  loan-instalments.
       copy loan-instalment-record.

       FD  loan-schedule.
       01  loan-schedule-record.
           05  schedule-payment-number pic 9(3).
           05  schedule-payment-amount pic 9(7)V9(2).
           05  schedule-interest-part  pic 9(7)V9(2).
           05  schedule-principal-part pic 9(7)V9(2).
           05  schedule-balance        pic 9(9)V9(2).

       FD  employee-data.
       copy employee-record.

       working-storage section.
       01  maintenance-selection       pic 9 value 0.
           88  agree-loan              value 1.
           88  list-loans              value 2.
           88  list-instalments        value 3.
           88  exit-maintenance        value 4.
           88  valid-maintenance       values 1 thru 4.
       01  entry-was-blank             pic X value "N".
           88  field-entry-blank       value "Y".
       01  browse-status               pic 9 value 0.
           88  end-of-browse           value 1 false 0.
       01  schedule-read-status        pic 9 value 0.
           88  end-of-schedule         value 1 false 0.
       01  agree-confirmation          pic X value "N".
           88  agree-confirmed         value "Y" "y".
       01  listing-employee-number     pic 9(5).
       01  listing-reference           pic X(8).
       01  loans-listed                pic 9(3) value 0.
       01  instalments-listed          pic 9(3) value 0.
       01  loan-type-entry             pic X(4).
       01  first-period-entry          pic 9(6).
       01  first-period-fields         redefines first-period-entry.
           05  first-period-year       pic 9(4).
           05  first-period-month      pic 9(2).
       01  schedule-totals.
           05  schedule-count          pic 9(3) value 0.
           05  schedule-principal      pic 9(7)V9(2) value 0.
           05  schedule-repayable      pic 9(9)V9(2) value 0.
       01  period-month-number         pic 9(7).
       01  due-period-year             pic 9(4).
       01  due-period-month            pic 9(2).
       01  formatted-principal         pic Z(2),ZZZ,ZZ9.99.
       01  formatted-balance           pic Z(2),ZZZ,ZZ9.99.
       01  formatted-repayable         pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-amount            pic Z(2),ZZZ,ZZ9.99.
       01  loans-file-status.
           05  loans-status-key-1      pic X.
           05  loans-status-key-2      pic X.
       01  instalments-file-status.
           05  instalments-status-key-1    pic X.
           05  instalments-status-key-2    pic X.
       01  schedule-file-status.
           05  schedule-status-key-1   pic X.
           05  schedule-status-key-2   pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.

       procedure division.
           open i-o employee-loans
           if loans-status-key-1 = "3"
               open output employee-loans
               close employee-loans
               open i-o employee-loans
           end-if
           open i-o loan-instalments
           if instalments-status-key-1 = "3"
               open output loan-instalments
               close loan-instalments
               open i-o loan-instalments
           end-if
           perform check-file-status-code
           open input employee-data

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when agree-loan
                       perform agree-employee-loan
                   when list-loans
                       perform list-employee-loans
                   when list-instalments
                       perform list-loan-instalments
               end-evaluate
           end-perform

           close employee-loans
           close loan-instalments
           close employee-data
           display "Exiting loan maintenance..."
           goback
           .

       check-file-status-code section.
           if loans-file-status not equal "00"
               display "Error code " loans-file-status
                       " opening employee-loans."
               goback
           end-if
           if instalments-file-status not equal "00"
               display "Error code " instalments-file-status
                       " opening loan-instalments."
               goback
           end-if
           .

       prompt-for-maintenance-function section.
           display "Employee loans - would you like to:"
           display "- [1] Agree a loan from the quoted schedule"
           display "- [2] List an employee's loans"
           display "- [3] List a loan's instalments"
           display "- [4] Exit"
           accept maintenance-selection
           .

      *    The repayment schedule is the one last quoted by the loan
      *    amortization in the calculator (loan-schedule.dat).
       agree-employee-loan section.
           move "N" to entry-was-blank
           perform total-quoted-schedule
           if not field-entry-blank
               perform prompt-for-loan-details
           end-if
           if not field-entry-blank
               move schedule-principal to formatted-principal
               move schedule-repayable to formatted-repayable
               display "Loan " loan-reference " for employee "
                       loan-employee-number ": principal "
                       formatted-principal " repaid as "
                       schedule-count " instalments totalling "
                       formatted-repayable " from period "
                       first-period-entry "."
               display "Agree this loan? (Y/N)"
               move "N" to agree-confirmation
               accept agree-confirmation
               if not agree-confirmed
                   display "Loan not agreed."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               move loan-type-entry to loan-type
               move schedule-principal to loan-principal
               move schedule-principal to loan-balance
               move schedule-count to loan-instalment-count
               move zero to loan-instalments-paid
               move first-period-entry to loan-first-period
               set loan-active to true
               move function current-date(1:8) to loan-agreed-date
               move function current-date to loan-timestamp
               write employee-loan-record
                   invalid key
                       display "Loan " loan-reference
                               " already on file for employee "
                               loan-employee-number "."
                       set field-entry-blank to true
               end-write
           end-if
           if not field-entry-blank
               perform store-loan-instalments
               display "Loan " loan-reference " agreed - "
                       schedule-count " instalments scheduled."
           end-if
           .

       total-quoted-schedule section.
           initialize schedule-totals
           set end-of-schedule to false
           open input loan-schedule
           if schedule-status-key-1 not = "0"
               display "No quoted schedule on file - produce one "
                       "with the loan amortization calculator first."
               set field-entry-blank to true
           else
               perform until end-of-schedule
                   read loan-schedule
                       at end
                           set end-of-schedule to true
                       not at end
                           add 1 to schedule-count
                           add schedule-principal-part
                               to schedule-principal
                           add schedule-payment-amount
                               to schedule-repayable
                   end-read
               end-perform
               close loan-schedule
               if schedule-count = zero
                   display "The quoted schedule is empty."
                   set field-entry-blank to true
               end-if
           end-if
           .

       prompt-for-loan-details section.
           display "Please enter an employee number:"
           accept loan-employee-number
           move loan-employee-number to employee-number
           read employee-data
               invalid key
                   display "Record not found " loan-employee-number
                   set field-entry-blank to true
               not invalid key
                   if not employee-active
                       display "Employee " loan-employee-number
                               " is not active - no loan can be "
                               "agreed."
                       set field-entry-blank to true
                   end-if
           end-read
           if not field-entry-blank
               display "Please enter the loan reference:"
               move spaces to loan-reference
               accept loan-reference
               if loan-reference = spaces
                   display "A reference is required - entry "
                           "cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               display "Loan type - STKT season ticket, ADVN salary "
                       "advance, OTHR other:"
               move spaces to loan-type-entry
               accept loan-type-entry
               move loan-type-entry to loan-type
               if not valid-loan-type
                   display "Invalid loan type - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           if not field-entry-blank
               display "Please enter the first repayment period "
                       "(yyyymm):"
               move zero to first-period-entry
               accept first-period-entry
               if first-period-month < 1 or first-period-month > 12
                   display "Invalid period - entry cancelled."
                   set field-entry-blank to true
               end-if
           end-if
           .

       store-loan-instalments section.
           set end-of-schedule to false
           open input loan-schedule
           perform until end-of-schedule
               read loan-schedule
                   at end
                       set end-of-schedule to true
                   not at end
                       perform store-one-instalment
               end-read
           end-perform
           close loan-schedule
           .

       store-one-instalment section.
           move loan-employee-number to instalment-employee-number
           move loan-reference to instalment-loan-reference
           move schedule-payment-number to instalment-number
           compute period-month-number =
               first-period-year * 12 + first-period-month - 1
               + schedule-payment-number - 1
           divide period-month-number by 12
               giving due-period-year remainder due-period-month
           add 1 to due-period-month
           compute instalment-due-period =
               due-period-year * 100 + due-period-month
           move schedule-payment-amount to instalment-amount
           move schedule-interest-part to instalment-interest-part
           move schedule-principal-part to instalment-principal-part
           move schedule-balance to instalment-balance-after
           set instalment-pending to true
           move zero to instalment-paid-period
           write loan-instalment-record
               invalid key
                   display "Instalment " instalment-number
                           " already on file for loan "
                           loan-reference "."
           end-write
           .

       list-employee-loans section.
           display "Please enter an employee number:"
           accept listing-employee-number
           move zero to loans-listed
           set end-of-browse to false
           move listing-employee-number to loan-employee-number
           move low-values to loan-reference
           start employee-loans key is greater than loan-key
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read employee-loans next record
                   at end
                       set end-of-browse to true
                   not at end
                       if loan-employee-number
                               = listing-employee-number
                           perform display-loan-line
                       else
                           set end-of-browse to true
                       end-if
               end-read
           end-perform
           if loans-listed = zero
               display "No loans on file for employee "
                       listing-employee-number "."
           end-if
           .

       display-loan-line section.
           add 1 to loans-listed
           move loan-principal to formatted-principal
           move loan-balance to formatted-balance
           display loan-reference " " loan-type
                   " agreed " loan-agreed-date
                   " principal " formatted-principal
                   " balance " formatted-balance
                   " paid " loan-instalments-paid
                   "/" loan-instalment-count
                   " status " loan-status
           .

       list-loan-instalments section.
           display "Please enter an employee number:"
           accept listing-employee-number
           display "Please enter the loan reference:"
           accept listing-reference
           move zero to instalments-listed
           set end-of-browse to false
           move listing-employee-number to instalment-employee-number
           move listing-reference to instalment-loan-reference
           move zero to instalment-number
           start loan-instalments key is greater than instalment-key
               invalid key
                   set end-of-browse to true
           end-start
           perform until end-of-browse
               read loan-instalments next record
                   at end
                       set end-of-browse to true
                   not at end
                       if instalment-employee-number
                               = listing-employee-number
                               and instalment-loan-reference
                                   = listing-reference
                           add 1 to instalments-listed
                           move instalment-amount to formatted-amount
                           move instalment-balance-after
                               to formatted-balance
                           display instalment-number " due "
                                   instalment-due-period " "
                                   formatted-amount " balance after "
                                   formatted-balance " status "
                                   instalment-status " "
                                   instalment-paid-period
                       else
                           set end-of-browse to true
                       end-if
               end-read
           end-perform
           if instalments-listed = zero
               display "No instalments on file for loan "
                       listing-reference "."
           end-if
           .
