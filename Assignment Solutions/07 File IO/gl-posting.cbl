               record key master-department-code
               file status department-file-status.
           select gl-journal
               assign journal-file-name
               organization sequential
               file status journal-file-status.
           select journal-print
               assign journal-print-file-name
               organization line sequential
               file status journal-print-status.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access random
               record key employee-number
               file status employee-file-status.

       file section.
       FD  payslip-file.
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

       FD  department-master.
       01  department-master-record.
           05  journal-header-type     pic X value "H".
           05  journal-period          pic 9(6).
           05  journal-run-date        pic 9(8).
           05  journal-company-code    pic X(2).
           05  filler                  pic X(43).
       01  journal-detail-record.
           05  journal-detail-type     pic X value "D".
           05  journal-account-type    pic X(10).
       FD  journal-print.
       01  journal-print-line          pic X(90).

       FD  employee-data.
       copy employee-record.

       working-storage section.
       78  MAX-JOURNAL-GROUPS          value 50.
       01  posting-period              pic 9(6) value 0.
       01  posting-company-code        pic X(2) value spaces.
       01  posting-frequency           pic X value "M".
           88  weekly-posting          value "W".
           88  valid-posting-frequency values "M" "W".
       01  journal-file-name           pic X(40)
                                       value "gl-journal.dat".
       01  journal-print-file-name     pic X(40)
                                       value "gl-journal-print.txt".
       01  company-check-employee      pic 9(5).
       01  employee-company-flag       pic X value "Y".
           88  employee-in-company     value "Y" false "N".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  employee-file-status.
           05  employee-status-key-1   pic X.
           05  employee-status-key-2   pic X.
       01  latest-period-found         pic 9(6) value 0.
       01  debit-table.
           05  debit-group-count       pic 9(2) value 0.
               10  credit-code         pic X(4).
               10  credit-amount       pic 9(11)V9(2).
       01  net-clearing-total          pic 9(11)V9(2) value 0.
       01  expense-debit-total         pic 9(11)V9(2) value 0.
       01  lookup-cost-centre          pic X(6).
       01  group-found-flag            pic X value "N".
           88  group-entry-found       value "Y".
           05  journal-print-key-1     pic X.
           05  journal-print-key-2     pic X.

       copy output-generation-request.

       copy company-entity-request.

       procedure division.
           move function current-date(1:8) to run-date
           perform select-posting-company
           if weekly-posting
               display "Enter the week to post (yyyyww, or 0 for "
                       "the latest week on file):"
           else
               display "Enter the period to post (yyyymm, or 0 for "
                       "the latest period on file):"
           end-if
           accept posting-period
           if posting-period = zero
               perform find-latest-period
                       "posted against the department code."
           end-if

           open input employee-data
           if employee-status-key-1 = "0"
               set employee-data-open to true
           else
               display "No employee master found - every payslip "
                       "posted to the primary employer."
           end-if
           perform accumulate-salary-debits
           if slips-posted = zero
               display "No payslips on file for period "
               goback
           end-if
           perform accumulate-deduction-credits
           if employee-data-open
               close employee-data
               set employee-data-open to false
           end-if
           if department-master-open
               close department-master
               set department-master-open to false

           perform write-journal-file
           perform print-journal-proof
           move journal-file-name to keep-base-file-name
           perform keep-output-generation
           move journal-print-file-name to keep-base-file-name
           perform keep-output-generation

           display "GL journal for period " posting-period
                   " written - " journal-lines-written " lines from "
                       set end-of-payslips to true
                   not at end
                       if payslip-period > latest-period-found
                               and payslip-pay-frequency
                                   = posting-frequency
                           move payslip-period
                               to latest-period-found
                       end-if
                       set end-of-payslips to true
                   not at end
                       if payslip-period = posting-period
                               and main-run-slip
                               and payslip-pay-frequency
                                   = posting-frequency
                           move payslip-employee-number
                               to company-check-employee
                           perform check-employee-company
                           if employee-in-company
                               add 1 to slips-posted
                               perform post-one-payslip
                           end-if
                       end-if
               end-read
           end-perform
           perform look-up-cost-centre
           perform add-to-debit-group
           add payslip-net-amount to net-clearing-total
           add payslip-expense-amount to expense-debit-total
           .

       look-up-cost-centre section.
                           set end-of-details to true
                       not at end
                           if slip-deduction-period = posting-period
                                   and main-run-deduction
                                   and slip-deduction-frequency
                                       = posting-frequency
                               move slip-deduction-employee
                                   to company-check-employee
                               perform check-employee-company
                               if employee-in-company
                                   perform add-to-credit-group
                               end-if
                           end-if
                   end-read
               end-perform
           move "H" to journal-header-type
           move posting-period to journal-period
           move run-date to journal-run-date
           move posting-company-code to journal-company-code
           write journal-header-record

           perform varying debit-index from 1 by 1
                   to journal-hash-accumulator
           end-perform

           if expense-debit-total > zero
               move spaces to journal-detail-record
               move "D" to journal-detail-type
               move "EXPENSES" to journal-account-type
               move spaces to journal-account-ref
               move expense-debit-total to journal-debit-amount
               move zero to journal-credit-amount
               write journal-detail-record
               add 1 to journal-lines-written
               add expense-debit-total to total-debits
               add expense-debit-total to journal-hash-accumulator
           end-if

           perform varying credit-index from 1 by 1
                   until credit-index > credit-group-count
               move spaces to journal-detail-record
               move formatted-amount to print-work-line(20:19)
               write journal-print-line from print-work-line
           end-perform
           if expense-debit-total > zero
               move spaces to print-work-line
               move "EXPENSES" to print-work-line(1:10)
               move expense-debit-total to formatted-amount
               move formatted-amount to print-work-line(20:19)
               write journal-print-line from print-work-line
           end-if
           perform varying credit-index from 1 by 1
                   until credit-index > credit-group-count
               move spaces to print-work-line
           end-if
           close journal-print
           .

      *    The journal and its proof are rewritten every posting, so
      *    each is kept as a numbered generation for re-sending.
       keep-output-generation section.
           set keep-copy-action to true
           move "gl-posting" to keep-program-name
           move posting-period to keep-period
           move journal-lines-written to keep-record-count
           call "output-generations" using output-generation-request
           if generation-kept
               display function trim(keep-base-file-name)
                       " kept as generation " keep-generation-number
                       "."
           end-if
           .

      *    Each company posts to its own ledger, so its journal is
      *    built from its own employees' payslips only. The weekly
      *    and monthly payrolls are posted as separate journals.
       select-posting-company section.
           display "Enter the pay frequency to post - M for monthly, "
                   "W for weekly (blank for monthly):"
           move spaces to posting-frequency
           accept posting-frequency
           if posting-frequency = space
               move "M" to posting-frequency
           end-if
           if not valid-posting-frequency
               display "Pay frequency " posting-frequency " is not "
                       "M or W - nothing posted."
               goback
           end-if
           move posting-frequency to entity-pay-frequency
           display "Enter the company code to post (blank for the "
                   "primary employer):"
           move spaces to posting-company-code
           accept posting-company-code
           move posting-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " posting-company-code " is not an "
                       "active company - nothing posted."
               goback
           end-if
           move entity-company-code to posting-company-code
           set entity-file-name-action to true
           move journal-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to journal-file-name
           move journal-print-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to journal-print-file-name
           .

      *    Anyone no longer on the master is taken to have been
      *    employed by the primary employer.
       check-employee-company section.
           if entity-is-primary
               set employee-in-company to true
           else
               set employee-in-company to false
           end-if
           if employee-data-open
               move company-check-employee to employee-number
               read employee-data
                   invalid key
                       continue
                   not invalid key
                       if company-code = posting-company-code
                               or (company-code = spaces
                                   and entity-is-primary)
                           set employee-in-company to true
                       else
                           set employee-in-company to false
                       end-if
               end-read
           end-if
           .
