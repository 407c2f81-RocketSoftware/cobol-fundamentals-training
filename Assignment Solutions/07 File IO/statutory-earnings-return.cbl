               organization sequential
               file status kpi-file-status.
           select statutory-return
               assign return-file-name
               organization sequential
               file status return-file-status.
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

       FD  kpi-history.
       01  kpi-history-record.
           05  return-deducted-total   pic 9(11)V9(2).
           05  filler                  pic X(46).

       FD  employee-data.
       copy employee-record.

       working-storage section.
       78  EMPLOYER-REFERENCE          value "EMP123456789".
       78  PERIODS-PER-YEAR            value 12.
       78  RECONCILE-TOLERANCE         value 100.00.
       78  MAX-RETURN-EMPLOYEES        value 500.
       01  return-year                 pic 9(4) value 0.
       01  return-company-code         pic X(2) value spaces.
       01  return-employer-reference   pic X(12)
                                       value EMPLOYER-REFERENCE.
       01  return-file-name            pic X(40)
                                       value "statutory-return.dat".
       01  all-companies-paid-total    pic 9(11)V9(2) value 0.
       01  employee-company-flag       pic X value "Y".
           88  employee-in-company     value "Y" false "N".
       01  employee-data-flag          pic X value "N".
           88  employee-data-open      value "Y" false "N".
       01  employee-file-status.
           05  employee-status-key-1   pic X.
           05  employee-status-key-2   pic X.
       01  earnings-table.
           05  earnings-employee-count pic 9(3) value 0.
           05  earnings-entry          occurs MAX-RETURN-EMPLOYEES
           05  return-status-key-1     pic X.
           05  return-status-key-2     pic X.

       copy company-entity-request.

       procedure division.
           perform select-return-company
           display "Enter the tax year for the return (yyyy):"
           accept return-year
           if return-year = zero
               display "No payslip file on record."
               goback
           end-if
           open input employee-data
           if employee-status-key-1 = "0"
               set employee-data-open to true
           end-if
           perform until end-of-payslips
               read payslip-file
                   at end
                       set end-of-payslips to true
                   not at end
                       if payslip-period(1:4) = return-year
                           add payslip-gross-amount
                               to all-companies-paid-total
                           perform check-employee-company
                           if employee-in-company
                               perform tally-one-payslip
                           end-if
                       end-if
               end-read
           end-perform
           close payslip-file
           if employee-data-open
               close employee-data
               set employee-data-open to false
           end-if
           if employees-dropped > zero
               display employees-dropped " employees dropped - "
                       "table full."
               kpi-year-total / PERIODS-PER-YEAR
           .

      *    The KPI snapshots cover every company, so the check is
      *    made against the year's payslips for all companies.
       reconcile-against-kpi section.
           compute reconcile-difference =
               all-companies-paid-total - kpi-expected-paid
           move grand-paid-total to formatted-paid
           display "Return gross total:   " formatted-paid
                   " (company " return-company-code ")"
           move all-companies-paid-total to formatted-paid
           move kpi-expected-paid to formatted-expected
           move reconcile-difference to formatted-difference
           display "All companies gross:  " formatted-paid
           display "KPI snapshots imply:  " formatted-expected
                   " (" kpi-snapshots-found " snapshots)"
           display "Difference:           " formatted-difference
           open output statutory-return
           move spaces to return-header-record
           move "H" to return-header-type
           move return-employer-reference to return-employer-ref
           move return-year to return-tax-year
           move function current-date(1:8) to return-creation-date
           write return-header-record
           write return-trailer-record
           close statutory-return
           .

      *    Each company files its own return under its own employer
      *    tax reference.
       select-return-company section.
           display "Enter the company code for the return (blank for "
                   "the primary employer):"
           move spaces to return-company-code
           accept return-company-code
           move return-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " return-company-code " is not an "
                       "active company - return cancelled."
               goback
           end-if
           move entity-company-code to return-company-code
           if entity-tax-reference not = spaces
               move entity-tax-reference to return-employer-reference
           end-if
           set entity-file-name-action to true
           move return-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to return-file-name
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
               move payslip-employee-number to employee-number
               read employee-data
                   invalid key
                       continue
                   not invalid key
                       if company-code = return-company-code
                               or (company-code = spaces
                                   and entity-is-primary)
                           set employee-in-company to true
                       else
                           set employee-in-company to false
                       end-if
               end-read
           end-if
           .
