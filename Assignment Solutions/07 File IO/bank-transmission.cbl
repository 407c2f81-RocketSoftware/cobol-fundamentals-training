               organization sequential
               file status payroll-extract-status.
           select bank-transmission
               assign transmission-file-name
               organization sequential
               file status transmission-file-status.
           select reissue-queue
               assign reissue-file-name
               organization sequential
               file status reissue-file-status.
           select chain-control
               organization sequential
               file status currency-txm-status.
           select bank-accounts
               assign accounts-file-name
               organization sequential
               file status accounts-file-status.
           select currency-master
               record key master-currency-code
               file status currency-file-status.
           select pay-period-calendar
               assign calendar-file-name
               organization indexed
               access dynamic
               record key calendar-period
               file status calendar-file-status.
           select employee-bank-details
               assign "employee-bank-details.dat"
               organization indexed
               access random
               record key bank-employee-number
               file status bank-file-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               file status employee-file-status.

       file section.
       FD  payroll-extract.
           05  header-record-type      pic X value "H".
           05  header-run-date         pic 9(8).
           05  header-our-account      pic X(14).
           05  filler                  pic X(57).
       01  transmission-detail-record.
           05  detail-record-type      pic X value "D".
           05  detail-employee-number  pic 9(5).
           05  detail-payee-name       pic X(40).
           05  detail-payment-amount   pic 9(7)V9(2).
           05  detail-currency-code    pic X(3).
           05  detail-sort-code        pic X(6).
           05  detail-account-number   pic X(8).
           05  detail-split-number     pic 9.
           05  filler                  pic X(7).
       01  transmission-trailer-record.
           05  trailer-record-type     pic X value "T".
           05  trailer-record-count    pic 9(7).
           05  trailer-hash-total      pic 9(11)V9(2).
           05  filler                  pic X(59).

       FD  reissue-queue.
       01  reissue-record.
           05  ccy-header-run-date     pic 9(8).
           05  ccy-header-account      pic X(14).
           05  ccy-header-settlement   pic 9(8).
           05  filler                  pic X(49).
       01  currency-detail-record.
           05  ccy-detail-record-type  pic X.
           05  ccy-detail-employee     pic 9(5).
           05  ccy-detail-payee-name   pic X(40).
           05  ccy-detail-amount       pic 9(7)V9(2).
           05  ccy-detail-currency     pic X(3).
           05  ccy-detail-sort-code    pic X(6).
           05  ccy-detail-account      pic X(8).
           05  ccy-detail-split-number pic 9.
           05  filler                  pic X(7).
       01  currency-trailer-record.
           05  ccy-trailer-record-type pic X.
           05  ccy-trailer-count       pic 9(7).
           05  ccy-trailer-hash        pic 9(11)V9(2).
           05  filler                  pic X(59).

       FD  bank-accounts.
       01  bank-account-record.
               88  period-open             value "O".
               88  period-closed           value "C".

       FD  employee-bank-details.
       copy bank-details-record.

       FD  employee-data.
       copy employee-record.

       FD  chain-control.
       01  chain-control-record.
           05  control-run-date        pic 9(8).

       working-storage section.
       78  OUR-ACCOUNT-NUMBER          value "00112233445566".
       01  paying-company-code         pic X(2) value spaces.
       01  paying-account-number       pic X(14)
                                       value OUR-ACCOUNT-NUMBER.
       01  transmission-file-name      pic X(40)
                                       value "bank-transmission.dat".
       01  reissue-file-name           pic X(40)
                                       value "bank-reissue-queue.dat".
       01  accounts-file-name          pic X(40)
                                       value "bank-accounts.dat".
       01  calendar-file-name          pic X(40)
                                       value "pay-period-calendar.dat".
       01  other-company-payees        pic 9(7) value 0.
       01  payment-frequency           pic X value "M".
           88  weekly-payment-run      value "W".
           88  valid-payment-frequency values "M" "W".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  payee-company-flag          pic X value "Y".
           88  payee-in-company        value "Y" false "N".
       01  employee-file-status.
           05  employee-status-key-1   pic X.
           05  employee-status-key-2   pic X.
       01  payee-full-name             pic X(40).
       01  payments-written            pic 9(7) value 0.
       01  salary-hash-total           pic 9(11)V9(2) value 0.
       78  MAX-CAPTURED-PAYMENTS       value 500.
       78  MAX-PAYMENT-CURRENCIES      value 10.
       78  MAX-BANK-ACCOUNTS           value 10.
       01  currency-file-name          pic X(40).
       01  captured-payment-table.
           05  captured-payment-count  pic 9(3) value 0.
           05  captured-payment-entry  occurs MAX-CAPTURED-PAYMENTS
               10  captured-payee-name     pic X(40).
               10  captured-amount         pic 9(7)V9(2).
               10  captured-currency       pic X(3).
               10  captured-sort-code      pic X(6).
               10  captured-account-number pic X(8).
               10  captured-split-number   pic 9.
       01  payments-not-captured       pic 9(3) value 0.
       01  payment-currency-table.
           05  payment-currency-count  pic 9(2) value 0.
       01  currency-master-flag        pic X value "N".
           88  currency-master-open    value "Y" false "N".
       01  settlement-date             pic 9(8) value 0.
       01  settlement-period           pic 9(6) value 0.
       01  build-currency              pic X(3).
       01  build-account-number        pic X(14).
       01  build-base-flag             pic X.
           88  end-of-accounts         value 1 false 0.
       01  calendar-read-status        pic 9 value 0.
           88  end-of-calendar         value 1 false 0.
       01  bank-file-status.
           05  bank-status-key-1       pic X.
           05  bank-status-key-2       pic X.
       01  bank-details-flag           pic X value "N".
           88  bank-details-open       value "Y" false "N".
       01  bank-found-flag             pic X value "N".
           88  bank-details-found      value "Y" false "N".
       01  payee-sort-code             pic X(6).
       01  payee-account-number        pic X(8).
       01  payee-split-number          pic 9.
       01  split-amount                pic 9(7)V9(2).
       01  unallocated-amount          pic 9(7)V9(2).
       01  split-lines-added           pic 9(7) value 0.
       01  bank-changes-held           pic 9(5) value 0.
       01  payees-without-details      pic 9(5) value 0.

       copy output-generation-request.

       copy company-entity-request.

       procedure division.
           perform select-paying-company
           open input payroll-extract
           perform check-file-status-code
           open input employee-data
           if employee-status-key-1 = "0"
               set employee-data-open to true
           else
               display "No employee master found - every payee "
                       "treated as the primary employer's."
           end-if
           open output bank-transmission
           open input employee-bank-details
           if bank-status-key-1 = "0"
               set bank-details-open to true
           else
               display "No employee bank details file found - "
                       "payments sent without account details."
           end-if

           perform write-transmission-header
           perform write-reissued-payments
                       add 1 to extracts-read
                       add extract-salary to extract-in-hash
                       if extract-insert or extract-amend
                           perform check-payee-company
                       else
                           set payee-in-company to false
                       end-if
                       if payee-in-company
                           perform write-transmission-detail
                       else
                           if extract-insert or extract-amend
                               add 1 to other-company-payees
                           end-if
                           add 1 to extracts-skipped
                           add extract-salary to skipped-salary-hash
                       end-if
           perform write-transmission-trailer
           close payroll-extract
           close bank-transmission
           if employee-data-open
               close employee-data
               set employee-data-open to false
           end-if
           perform keep-transmission-generation
           if bank-details-open
               close employee-bank-details
               set bank-details-open to false
           end-if
           if reissues-written > zero
               perform reset-reissue-queue
           end-if
                   " extract records read, " payments-written
                   " payments written (" reissues-written
                   " re-issued), " extracts-skipped " skipped."
           if other-company-payees > zero
               display other-company-payees " payees belong to "
                       "another company or pay frequency - left for "
                       "its own run."
           end-if
           if bank-changes-held > zero
               display bank-changes-held " bank detail changes held "
                       "back awaiting confirmation."
           end-if
           if payees-without-details > zero
               display payees-without-details " payees have no "
                       "confirmed bank details on file."
           end-if
           goback
           .

           move spaces to transmission-header-record
           move "H" to header-record-type
           move function current-date(1:8) to header-run-date
           move paying-account-number to header-our-account
           write transmission-header-record
           .

           move reissue-payee-name to detail-payee-name
           move reissue-amount to detail-payment-amount
           move reissue-currency-code to detail-currency-code
           move reissue-employee-number to bank-employee-number
           perform read-employee-bank-details
           if bank-details-found
               set bank-split-index to bank-split-count
               move bank-sort-code(bank-split-index)
                   to detail-sort-code
               move bank-account-number(bank-split-index)
                   to detail-account-number
               move bank-split-count to detail-split-number
           else
               move zero to detail-split-number
           end-if
           write transmission-detail-record
           add 1 to payments-written
           add 1 to reissues-written
                  extract-last-name delimited by space
                  into payee-full-name
           end-string
           move extract-employee-number to bank-employee-number
           perform read-employee-bank-details
           if bank-details-found
               perform write-split-payments
           else
               move spaces to payee-sort-code
               move spaces to payee-account-number
               move zero to payee-split-number
               move extract-salary to split-amount
               perform write-one-payment-line
           end-if
           .

       read-employee-bank-details section.
           set bank-details-found to false
           if bank-details-open
               read employee-bank-details
                   invalid key
                       continue
                   not invalid key
                       if bank-change-pending
                           add 1 to bank-changes-held
                           display "Bank details for employee "
                                   bank-employee-number " changed by "
                                   bank-changed-by " are awaiting "
                                   "confirmation - change held back."
                       end-if
                       if bank-split-count > zero
                           set bank-details-found to true
                       end-if
               end-read
           end-if
           if not bank-details-found
               add 1 to payees-without-details
           end-if
           .

       write-split-payments section.
           move extract-salary to unallocated-amount
           perform varying bank-split-index from 1 by 1
                   until bank-split-index > bank-split-count
               if bank-split-index = bank-split-count
                   move unallocated-amount to split-amount
               else
                   if bank-fixed-amount(bank-split-index)
                           > unallocated-amount
                       move unallocated-amount to split-amount
                   else
                       move bank-fixed-amount(bank-split-index)
                           to split-amount
                   end-if
               end-if
               subtract split-amount from unallocated-amount
               if split-amount > zero
                   move bank-sort-code(bank-split-index)
                       to payee-sort-code
                   move bank-account-number(bank-split-index)
                       to payee-account-number
                   set payee-split-number to bank-split-index
                   if payee-split-number > 1
                       add 1 to split-lines-added
                   end-if
                   perform write-one-payment-line
               end-if
           end-perform
           .

       write-one-payment-line section.
           move spaces to transmission-detail-record
           move "D" to detail-record-type
           move extract-employee-number to detail-employee-number
           move payee-full-name to detail-payee-name
           move split-amount to detail-payment-amount
           move extract-currency-code to detail-currency-code
           move payee-sort-code to detail-sort-code
           move payee-account-number to detail-account-number
           move payee-split-number to detail-split-number
           write transmission-detail-record
           add 1 to payments-written
           add split-amount to salary-hash-total
           move extract-currency-code to build-currency
           move split-amount to converted-amount
           perform capture-payment
           .

                   to captured-amount(payment-index)
               move build-currency
                   to captured-currency(payment-index)
               move detail-sort-code
                   to captured-sort-code(payment-index)
               move detail-account-number
                   to captured-account-number(payment-index)
               move detail-split-number
                   to captured-split-number(payment-index)
           else
               add 1 to payments-not-captured
           end-if
               move salary-hash-total to control-salary-hash
               move extracts-skipped to control-dropped-count
               move skipped-salary-hash to control-dropped-hash
               compute control-added-count =
                   reissues-written + split-lines-added
               move reissue-salary-hash to control-added-hash
               move function current-date to control-timestamp
               write chain-control-record
                           if period-closed
                               move calendar-pay-date
                                   to settlement-date
                               move calendar-period
                                   to settlement-period
                           end-if
                   end-read
               end-perform
                      into currency-file-name
               end-string
           end-if
           set entity-file-name-action to true
           move currency-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to currency-file-name
           open output currency-transmission
           if ccy-txm-key-1 not = "0"
               display "Error code " currency-txm-status
                       " opening " function trim(currency-file-name)
                       "."
           else
               move zero to ccy-payments-written
               move zero to ccy-hash-total
               end-if
           end-perform
           if not account-found
               move paying-account-number to build-account-number
               display "No bank account on file for currency "
                       build-currency " - using the domestic "
                       "account."
               to ccy-detail-payee-name
           move converted-amount to ccy-detail-amount
           move build-currency to ccy-detail-currency
           move captured-sort-code(payment-index)
               to ccy-detail-sort-code
           move captured-account-number(payment-index)
               to ccy-detail-account
           move captured-split-number(payment-index)
               to ccy-detail-split-number
           write currency-detail-record
           add 1 to ccy-payments-written
           add converted-amount to ccy-hash-total
           move salary-hash-total to trailer-hash-total
           write transmission-trailer-record
           .

      *    Each transmission is kept as a numbered generation so the
      *    bank can be sent an earlier file again.
       keep-transmission-generation section.
           if settlement-date = zero
               perform load-settlement-date
           end-if
           set keep-copy-action to true
           move transmission-file-name to keep-base-file-name
           move "bank-transmission" to keep-program-name
           move settlement-period to keep-period
           move payments-written to keep-record-count
           call "output-generations" using output-generation-request
           if generation-kept
               display function trim(transmission-file-name)
                       " kept as generation " keep-generation-number
                       "."
           end-if
           .

      *    Each company is paid from its own bank account in a file
      *    of its own; returns and re-issues are queued per company.
      *    The weekly payroll is sent in a transmission of its own,
      *    settled on the weekly calendar's pay date.
       select-paying-company section.
           display "Please enter the company code to pay (blank for "
                   "the primary employer):"
           move spaces to paying-company-code
           accept paying-company-code
           move paying-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " paying-company-code " is not an "
                       "active company - no transmission built."
               goback
           end-if
           move entity-company-code to paying-company-code
           if entity-bank-account not = spaces
               move entity-bank-account to paying-account-number
           end-if
           display "Please enter the pay frequency to transmit - M "
                   "for monthly, W for weekly (blank for monthly):"
           move spaces to payment-frequency
           accept payment-frequency
           if payment-frequency = space
               move "M" to payment-frequency
           end-if
           if not valid-payment-frequency
               display "Pay frequency " payment-frequency " is not "
                       "M or W - no transmission built."
               goback
           end-if
           set entity-file-name-action to true
           move space to entity-pay-frequency
           move reissue-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to reissue-file-name
           move accounts-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to accounts-file-name
           move payment-frequency to entity-pay-frequency
           move transmission-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to transmission-file-name
           move calendar-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to calendar-file-name
           display "Building the transmission for company "
                   paying-company-code " " entity-company-name
           .

       check-payee-company section.
           set payee-in-company to true
           if employee-data-open
               move extract-employee-number to employee-number
               read employee-data
                   invalid key
                       continue
                   not invalid key
                       if company-code not = paying-company-code
                               and not (company-code = spaces
                                   and entity-is-primary)
                           set payee-in-company to false
                       end-if
                       if weekly-payment-run and not paid-weekly
                           set payee-in-company to false
                       end-if
                       if not weekly-payment-run and paid-weekly
                           set payee-in-company to false
                       end-if
               end-read
           else
               if not entity-is-primary
                   set payee-in-company to false
               end-if
           end-if
           .
