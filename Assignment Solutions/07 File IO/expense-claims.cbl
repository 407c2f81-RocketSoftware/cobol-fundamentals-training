       input-output section.
           select expense-claims
               assign "expense-claims.dat"
               organization indexed
               access dynamic
               record key claim-id
               file status claim-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.

       file section.
       FD  expense-claims.
       01  expense-claim-record.
           05  claim-id                pic 9(5).
           05  claim-employee-number   pic 9(5).
           05  claim-manager-number    pic 9(5).
           05  claim-date              pic 9(8).
           05  claim-category          pic X(4).
               88  valid-claim-category
                           values "TRVL" "MEAL" "HOTL" "MILE"
                                  "SUBS" "OTHR".
           05  claim-amount            pic 9(5)V9(2).
           05  claim-currency-code     pic X(3).
           05  claim-receipt-flag      pic X.
               88  claim-has-receipt   value "Y".
               88  valid-receipt-flag  values "Y" "N".
           05  claim-status            pic X.
               88  claim-pending       value "P".
               88  claim-approved      value "A".
               88  claim-rejected      value "R".
               88  claim-cancelled     value "C".
               88  claim-paid          value "D".
           05  claim-paid-period       pic 9(6).
           05  claim-operator-id       pic X(8).
           05  claim-timestamp         pic X(21).

       FD  employee-data.
       copy employee-record.

       working-storage section.
       78  NO-RECEIPT-LIMIT            value 25.00.
       01  claim-selection             pic 9 value 0.
           88  file-expense-claim      value 1.
           88  review-pending-claims   value 2.
           88  cancel-expense-claim    value 3.
           88  list-employee-claims    value 4.
           88  exit-claims             value 5.
           88  valid-claim-selection   values 1 thru 5.
       01  claim-employee-entry        pic 9(5) value 0.
       01  claim-date-entry            pic 9(8) value 0.
       01  claim-category-entry        pic X(4).
       01  claim-amount-raw            pic X(10).
       01  claim-amount-entry          pic 9(5)V9(2).
       01  claim-amount-numeric-flag   pic X.
           88  claim-amount-is-numeric value "Y".
       01  claim-currency-entry        pic X(3).
       01  claim-receipt-entry         pic X.
           88  receipt-entry-yes       values "Y" "y".
           88  receipt-entry-no        values "N" "n".
       01  claim-manager-saved         pic 9(5).
       01  review-manager-entry        pic 9(5).
       01  cancel-claim-entry          pic 9(5).
       01  next-claim-id               pic 9(5).
       01  claim-abandoned-flag        pic X value "N".
           88  claim-abandoned         value "Y".
       01  review-response             pic X.
           88  review-approve          value "A" "a".
           88  review-reject           value "R" "r".
       01  claims-reviewed             pic 9(3) value 0.
       01  claims-listed               pic 9(3) value 0.
       01  formatted-claim-amount      pic ZZ,ZZ9.99.
       01  claim-file-status.
           05  claim-status-key-1      pic X.
           05  claim-status-key-2      pic X.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  claim-browse-status         pic 9 value 0.
           88  end-of-claims           value 1 false 0.

       linkage section.
       copy record-function.

       procedure division using by reference record-function.
           open i-o expense-claims
           if claim-status-key-1 = "3"
               open output expense-claims
               close expense-claims
               open i-o expense-claims
           end-if
           if claim-status-key-1 not = "0"
               display "Error code " claim-file-status
                       " opening expense-claims.dat."
               goback
           end-if
           open input employee-data

           move zero to claim-selection
           perform until exit-claims
               perform prompt-for-claim-function
               evaluate true
                   when not valid-claim-selection
                       display "Invalid Function."
                   when file-expense-claim
                       perform capture-expense-claim
                   when review-pending-claims
                       perform review-manager-claims
                   when cancel-expense-claim
                       perform cancel-one-claim
                   when list-employee-claims
                       perform list-claims-for-employee
               end-evaluate
           end-perform

           close expense-claims
           close employee-data
           goback
           .

       prompt-for-claim-function section.
           display "Expense claims - would you like to:"
           display "- [1] File an expense claim"
           display "- [2] Review pending claims (manager)"
           display "- [3] Cancel a claim"
           display "- [4] List claims for an employee"
           display "- [5] Return to the main menu"
           accept claim-selection
           .

       capture-expense-claim section.
           move "N" to claim-abandoned-flag
           display "Please enter an employee number:"
           move zero to claim-employee-entry
           accept claim-employee-entry
           perform look-up-claim-manager
           if not claim-abandoned
               perform capture-claim-details
           end-if
           if not claim-abandoned
               perform find-next-claim-id
               perform write-expense-claim
           end-if
           .

       look-up-claim-manager section.
           move claim-employee-entry to employee-number
           read employee-data
               invalid key
                   display "Employee " employee-number " is not on "
                           "the employee master - claim refused."
                   set claim-abandoned to true
               not invalid key
                   if not employee-active
                       display "Employee " employee-number " is not "
                               "active - claim refused."
                       set claim-abandoned to true
                   else
                       move manager-employee-number
                           to claim-manager-saved
                       if claim-manager-saved = zero
                           display "Employee " employee-number
                                   " has no manager on file - the "
                                   "claim cannot be routed."
                           set claim-abandoned to true
                       end-if
                   end-if
           end-read
           .

       capture-claim-details section.
           display "Please enter the date of the expense (yyyymmdd):"
           move zero to claim-date-entry
           accept claim-date-entry
           display "Please enter the category (TRVL, MEAL, HOTL, "
                   "MILE, SUBS, OTHR):"
           move spaces to claim-category-entry
           accept claim-category-entry
           move claim-category-entry to claim-category
           display "Please enter the amount claimed:"
           initialize claim-amount-raw
           accept claim-amount-raw
           call "verify-numeric-variable"
                   using by reference claim-amount-raw
                         by reference claim-amount-numeric-flag
           end-call
           display "Please enter the currency code (blank for "
                   currency-code "):"
           move spaces to claim-currency-entry
           accept claim-currency-entry
           if claim-currency-entry = spaces
               move currency-code to claim-currency-entry
           end-if
           display "Is a receipt attached? [Y/N]"
           move spaces to claim-receipt-entry
           accept claim-receipt-entry
           evaluate true
               when receipt-entry-yes
                   move "Y" to claim-receipt-flag
               when receipt-entry-no
                   move "N" to claim-receipt-flag
               when other
                   move claim-receipt-entry to claim-receipt-flag
           end-evaluate
           evaluate true
               when function test-date-yyyymmdd(claim-date-entry)
                       not = 0
                   display "Not a valid date - claim refused."
                   set claim-abandoned to true
               when claim-date-entry > function current-date(1:8)
                   display "The expense date is in the future - "
                           "claim refused."
                   set claim-abandoned to true
               when not valid-claim-category
                   display "Unknown expense category - claim "
                           "refused."
                   set claim-abandoned to true
               when not claim-amount-is-numeric
                   display "Amount must be numeric - claim refused."
                   set claim-abandoned to true
               when not valid-receipt-flag
                   display "Receipt entry must be Y or N - claim "
                           "refused."
                   set claim-abandoned to true
               when other
                   compute claim-amount-entry =
                       function numval(function trim(claim-amount-raw))
                   evaluate true
                       when claim-amount-entry = zero
                           display "Amount must be more than zero - "
                                   "claim refused."
                           set claim-abandoned to true
                       when not claim-has-receipt
                               and claim-amount-entry
                                   > NO-RECEIPT-LIMIT
                           display "Claims over 25.00 need a "
                                   "receipt - claim refused."
                           set claim-abandoned to true
                   end-evaluate
           end-evaluate
           .

       find-next-claim-id section.
           move zero to next-claim-id
           set end-of-claims to false
           move low-values to claim-id
           start expense-claims key is greater than claim-id
               invalid key
                   set end-of-claims to true
           end-start
           perform until end-of-claims
               read expense-claims next record
                   at end
                       set end-of-claims to true
                   not at end
                       if claim-id > next-claim-id
                           move claim-id to next-claim-id
                       end-if
               end-read
           end-perform
           add 1 to next-claim-id
           .

       write-expense-claim section.
           move next-claim-id to claim-id
           move claim-employee-entry to claim-employee-number
           move claim-manager-saved to claim-manager-number
           move claim-date-entry to claim-date
           move claim-category-entry to claim-category
           move claim-amount-entry to claim-amount
           move claim-currency-entry to claim-currency-code
           if receipt-entry-yes
               move "Y" to claim-receipt-flag
           else
               move "N" to claim-receipt-flag
           end-if
           set claim-pending to true
           move zero to claim-paid-period
           move operator-id to claim-operator-id
           move function current-date to claim-timestamp
           write expense-claim-record
               invalid key
                   display "Failure to file the claim."
               not invalid key
                   move claim-amount to formatted-claim-amount
                   display "Claim " claim-id " for "
                           formatted-claim-amount " "
                           claim-currency-code " filed for employee "
                           claim-employee-number " - awaiting "
                           "approval by manager "
                           claim-manager-number "."
           end-write
           .

       review-manager-claims section.
           display "Please enter your manager employee number:"
           move zero to review-manager-entry
           accept review-manager-entry
           move zero to claims-reviewed
           set end-of-claims to false
           move low-values to claim-id
           start expense-claims key is greater than claim-id
               invalid key
                   set end-of-claims to true
           end-start
           perform until end-of-claims
               read expense-claims next record
                   at end
                       set end-of-claims to true
                   not at end
                       if claim-pending
                               and claim-manager-number
                                   = review-manager-entry
                           perform review-one-claim
                       end-if
               end-read
           end-perform
           if claims-reviewed = zero
               display "No pending claims for manager "
                       review-manager-entry "."
           end-if
           .

       review-one-claim section.
           add 1 to claims-reviewed
           move claim-amount to formatted-claim-amount
           display "Claim " claim-id ": employee "
                   claim-employee-number " dated " claim-date " "
                   claim-category " " formatted-claim-amount " "
                   claim-currency-code " receipt " claim-receipt-flag
           display "[A]pprove, [R]eject, or space to skip:"
           move spaces to review-response
           accept review-response
           evaluate true
               when review-approve
                   set claim-approved to true
                   move operator-id to claim-operator-id
                   move function current-date to claim-timestamp
                   rewrite expense-claim-record
                   display "Claim " claim-id " approved - it will be "
                           "reimbursed in the next payroll run."
               when review-reject
                   set claim-rejected to true
                   move operator-id to claim-operator-id
                   move function current-date to claim-timestamp
                   rewrite expense-claim-record
                   display "Claim " claim-id " rejected."
               when other
                   continue
           end-evaluate
           .

       cancel-one-claim section.
           display "Please enter the claim id to cancel:"
           move zero to cancel-claim-entry
           accept cancel-claim-entry
           move cancel-claim-entry to claim-id
           read expense-claims
               invalid key
                   display "Claim not found."
               not invalid key
                   if claim-pending
                       set claim-cancelled to true
                       move operator-id to claim-operator-id
                       move function current-date
                           to claim-timestamp
                       rewrite expense-claim-record
                       display "Claim " claim-id " cancelled."
                   else
                       display "Only a pending claim can be "
                               "cancelled - claim " claim-id
                               " is status " claim-status "."
                   end-if
           end-read
           .

       list-claims-for-employee section.
           display "Please enter an employee number:"
           move zero to claim-employee-entry
           accept claim-employee-entry
           move zero to claims-listed
           set end-of-claims to false
           move low-values to claim-id
           start expense-claims key is greater than claim-id
               invalid key
                   set end-of-claims to true
           end-start
           perform until end-of-claims
               read expense-claims next record
                   at end
                       set end-of-claims to true
                   not at end
                       if claim-employee-number
                               = claim-employee-entry
                           add 1 to claims-listed
                           move claim-amount to formatted-claim-amount
                           display claim-id " " claim-date " "
                                   claim-category " "
                                   formatted-claim-amount " "
                                   claim-currency-code " status "
                                   claim-status " paid "
                                   claim-paid-period
                       end-if
               end-read
           end-perform
           if claims-listed = zero
               display "No claims on file for employee "
                       claim-employee-entry "."
           end-if
           .
