       input-output section.
           select bank-transmission
               assign transmission-file-name
               organization sequential
               file status transmission-file-status.
           select bank-returns
               assign returns-file-name
               organization sequential
               file status returns-file-status.
           select reissue-queue
               assign reissue-file-name
               organization sequential
               file status reissue-file-status.
           select exceptions-print
               assign exceptions-file-name
               organization line sequential
               file status exceptions-print-status.

               88  header-sent-record  value "H".
               88  detail-sent-record  value "D".
               88  trailer-sent-record value "T".
           05  filler                  pic X(79).
       01  transmission-detail-record.
           05  filler                  pic X.
           05  detail-employee-number  pic 9(5).
           05  detail-payee-name       pic X(40).
           05  detail-payment-amount   pic 9(7)V9(2).
           05  detail-currency-code    pic X(3).
           05  detail-sort-code        pic X(6).
           05  detail-account-number   pic X(8).
           05  detail-split-number     pic 9.
           05  filler                  pic X(7).

       FD  bank-returns.
       01  bank-return-record.
       01  exceptions-print-status.
           05  exceptions-key-1        pic X.
           05  exceptions-key-2        pic X.
       01  returns-company-code        pic X(2) value spaces.
       01  transmission-file-name      pic X(40)
                                       value "bank-transmission.dat".
       01  returns-file-name           pic X(40)
                                       value "bank-returns.dat".
       01  reissue-file-name           pic X(40)
                                       value "bank-reissue-queue.dat".
       01  exceptions-file-name        pic X(40)
                                       value "bank-returns-print.txt".

       copy company-entity-request.

       procedure division.
           move function current-date to run-timestamp
           perform select-returns-company

           perform load-sent-payments
           if sent-payment-count = zero
               display "No payments found on "
                       function trim(transmission-file-name)
                       " - nothing to match returns against."
               goback
           end-if

           open input bank-transmission
           if txm-status-key-1 not = "0"
               display "Error code " transmission-file-status
                       " opening "
                       function trim(transmission-file-name) "."
               goback
           end-if
           perform until end-of-transmission
           end-string
           write exceptions-print-line from print-work-line
           .

      *    Returns arrive per paying bank account, so each company's
      *    returns are matched against its own transmission.
       select-returns-company section.
           display "Please enter the company code (blank for the "
                   "primary employer):"
           move spaces to returns-company-code
           accept returns-company-code
           move returns-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " returns-company-code " is not an "
                       "active company - returns not processed."
               goback
           end-if
           set entity-file-name-action to true
           move transmission-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to transmission-file-name
           move returns-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to returns-file-name
           move reissue-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to reissue-file-name
           move exceptions-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to exceptions-file-name
           .
