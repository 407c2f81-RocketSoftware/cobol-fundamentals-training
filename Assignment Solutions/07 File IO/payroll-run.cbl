               organization line sequential
               file status payslip-print-status.
           select pay-period-calendar
               assign calendar-file-name
               organization indexed
               access dynamic
               record key calendar-period
               file status calendar-file-status.
           select payroll-approvals
               assign approvals-file-name
               organization sequential
               file status approvals-file-status.
           select payroll-register
               assign register-file-name
               organization line sequential
               file status register-print-status.
           select employee-ytd
               organization sequential
               file status cost-ledger-status.
           select employer-cost-print
               assign cost-print-file-name
               organization line sequential
               file status cost-print-status.
           select payslip-deductions
               record key rule-pay-grade
               file status rules-file-status.
           select overtime-print
               assign overtime-file-name
               organization line sequential
               file status overtime-print-status.
           select retro-adjustments
               assign "retro-adjustments.dat"
               organization sequential
               file status retro-file-status.
           select commission-earnings
               assign "commission-earnings.dat"
               organization sequential
               file status commission-file-status.
           select garnishment-orders
               assign "garnishment-orders.dat"
               organization indexed
               organization sequential
               file status garn-history-status.
           select payroll-checkpoint
               assign checkpoint-file-name
               organization sequential
               file status checkpoint-file-status.
           select expense-claims
               assign "expense-claims.dat"
               organization indexed
               access dynamic
               record key claim-id
               file status claim-file-status.
           select pension-schemes
               assign "pension-schemes.dat"
               organization indexed
               access dynamic
               record key scheme-code
               file status schemes-file-status.
           select pension-membership
               assign "pension-membership.dat"
               organization indexed
               access random
               record key member-employee-number
               file status membership-file-status.
           select pension-contributions
               assign pension-file-name
               organization sequential
               file status pension-file-status.
           select pension-assessment-print
               assign assessment-file-name
               organization line sequential
               file status assessment-print-status.
           select leave-balances
               assign "leave-balances.dat"
               organization indexed
               access random
               record key balance-employee-number
               file status balance-file-status.
           select final-pay-print
               assign "final-pay-statement.txt"
               organization line sequential
               file status final-pay-print-status.
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
           select onboarding-tasks
               assign "onboarding-tasks.dat"
               organization indexed
               access dynamic
               record key task-key
               file status onboarding-file-status.
           select operator-permissions
               assign "operator-permissions.dat"
               organization sequential
               file status permissions-file-status.

       file section.
       FD  employee-data.
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

       FD  payslip-print.
       01  payslip-print-line          pic X(80).
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

       FD  overtime-rules.
       01  overtime-rule-record.
               88  retro-applied       value "A".
           05  retro-timestamp         pic X(21).

       FD  commission-earnings.
       01  commission-earnings-record.
           05  earnings-employee-number    pic 9(5).
           05  earnings-pay-period     pic 9(6).
           05  earnings-sales-value    pic 9(9).
           05  earnings-amount         pic 9(7)V9(2).
           05  earnings-status         pic X.
               88  earnings-pending    value "P".
               88  earnings-applied    value "A".
           05  earnings-timestamp      pic X(21).

       FD  garnishment-orders.
       01  garnishment-order-record.
           05  order-key.
                   15  checkpoint-retro-employee pic 9(5).
                   15  checkpoint-retro-amount   pic S9(7)V9(2).
                   15  checkpoint-retro-paid     pic X.
           05  checkpoint-commissions.
               10  checkpoint-commission-count pic 9(3).
               10  checkpoint-commission-entry occurs 100.
                   15  checkpoint-commission-employee pic 9(5).
                   15  checkpoint-commission-amount   pic 9(7)V9(2).
                   15  checkpoint-commission-paid     pic X.
           05  checkpoint-pensions.
               10  checkpoint-pension-count    pic 9(7).
               10  checkpoint-pension-employee pic 9(11)V9(2).
               10  checkpoint-pension-employer pic 9(11)V9(2).
           05  checkpoint-leavers-settled  pic 9(5).
           05  checkpoint-timestamp    pic X(21).

       FD  expense-claims.
       01  expense-claim-record.
           05  claim-id                pic 9(5).
           05  claim-employee-number   pic 9(5).
           05  claim-manager-number    pic 9(5).
           05  claim-date              pic 9(8).
           05  claim-category          pic X(4).
           05  claim-amount            pic 9(5)V9(2).
           05  claim-currency-code     pic X(3).
           05  claim-receipt-flag      pic X.
           05  claim-status            pic X.
               88  claim-pending       value "P".
               88  claim-approved      value "A".
               88  claim-paid          value "D".
           05  claim-paid-period       pic 9(6).
           05  claim-operator-id       pic X(8).
           05  claim-timestamp         pic X(21).

       FD  pension-schemes.
       01  pension-scheme-record.
           05  scheme-code             pic X(4).
           05  scheme-description      pic X(20).
           05  scheme-employee-rate    pic 9(3)V9(2).
           05  scheme-employer-rate    pic 9(3)V9(2).
           05  scheme-band-lower       pic 9(7)V9(2).
           05  scheme-band-upper       pic 9(7)V9(2).
           05  scheme-enrol-trigger    pic 9(7)V9(2).
           05  scheme-auto-enrol       pic X.
               88  scheme-is-auto-enrol    value "Y".
           05  scheme-provider-ref     pic X(10).

       FD  pension-membership.
       01  pension-member-record.
           05  member-employee-number  pic 9(5).
           05  member-scheme-code      pic X(4).
           05  member-status           pic X.
               88  member-enrolled     value "E".
               88  member-opted-out    value "O".
               88  member-ceased       value "C".
           05  member-enrol-method     pic X.
               88  enrolled-automatically  value "A".
               88  enrolled-voluntarily    value "V".
           05  member-enrol-date       pic 9(8).
           05  member-status-date      pic 9(8).
           05  member-assessment       pic X(8).
           05  member-assessed-period  pic 9(6).
           05  member-operator-id      pic X(8).
           05  member-timestamp        pic X(21).

       FD  pension-contributions.
       01  pension-header-record.
           05  pension-header-type     pic X value "H".
           05  pension-header-period   pic 9(6).
           05  pension-header-run-date pic 9(8).
           05  filler                  pic X(65).
       01  pension-detail-record.
           05  pension-detail-type     pic X value "D".
           05  pension-detail-scheme   pic X(4).
           05  pension-detail-provider pic X(10).
           05  pension-detail-employee pic 9(5).
           05  pension-detail-earnings pic 9(7)V9(2).
           05  pension-detail-employee-amt pic 9(7)V9(2).
           05  pension-detail-employer-amt pic 9(7)V9(2).
           05  filler                  pic X(33).
       01  pension-trailer-record.
           05  pension-trailer-type    pic X value "T".
           05  pension-trailer-count   pic 9(7).
           05  pension-trailer-employee-total pic 9(11)V9(2).
           05  pension-trailer-employer-total pic 9(11)V9(2).
           05  filler                  pic X(46).

       FD  pension-assessment-print.
       01  assessment-print-line       pic X(90).

       FD  leave-balances.
       01  leave-balance-record.
           05  balance-employee-number pic 9(5).
           05  annual-entitlement      pic 9(3)V9(2).
           05  accrued-days            pic 9(3)V9(2).
           05  taken-days              pic 9(3)V9(2).
           05  last-accrual-period     pic 9(6).

       FD  final-pay-print.
       01  final-pay-print-line        pic X(80).

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

       FD  employee-loans.
       copy employee-loan-record.

       FD  loan-instalments.
       copy loan-instalment-record.

       FD  onboarding-tasks.
       copy onboarding-task-record.

       FD  operator-permissions.
       01  operator-permission-record.
           05  permission-operator-id  pic X(8).
           05  permission-role         pic X.
               88  permission-supervisor   value "S".
           05  permission-password     pic X(8).
           05  permission-pwd-changed  pic 9(8).
           05  permission-fail-count   pic 9.
           05  permission-status       pic X.
               88  operator-enabled    value "E".
           05  permission-force-change pic X.

       working-storage section.
       01  periods-per-year            pic 9(2) value 12.
       01  payroll-frequency           pic X value "M".
           88  weekly-payroll          value "W".
           88  monthly-payroll         value "M".
           88  valid-payroll-frequency values "M" "W".
       78  STANDARD-WEEKLY-HOURS       value 40.
       78  OVERTIME-MULTIPLIER         value 1.5.
       78  MAX-TIMESHEET-ENTRIES       value 500.
       01  week-pay-amount             pic 9(7)V9(2).
       01  hourly-weeks-paid           pic 9(2).
       01  pay-period                  pic 9(6).
       01  payroll-company-code        pic X(2) value spaces.
       01  calendar-file-name          pic X(40)
                                       value "pay-period-calendar.dat".
       01  approvals-file-name         pic X(40)
                                       value "payroll-approvals.dat".
       01  register-file-name          pic X(40)
                                   value "payroll-register-print.txt".
       01  cost-print-file-name        pic X(40)
                                       value "employer-cost-print.txt".
       01  overtime-file-name          pic X(40)
                                   value "overtime-summary-print.txt".
       01  checkpoint-file-name        pic X(40)
                                       value "payroll-checkpoint.dat".
       01  pension-file-name           pic X(40)
                                   value "pension-contributions.dat".
       01  assessment-file-name        pic X(40)
                                 value "pension-assessment-print.txt".
       01  run-timestamp               pic X(21).
       01  payslips-written            pic 9(5) value 0.
       01  file-status                 pic 9 value 0.
           05  register-status-key-2   pic X.
       01  approvals-read-status       pic 9 value 0.
           88  end-of-approvals        value 1 false 0.
       01  permissions-read-status     pic 9 value 0.
           88  end-of-permissions      value 1 false 0.
       01  permissions-file-status.
           05  permissions-status-key-1    pic X.
           05  permissions-status-key-2    pic X.
       01  approvers-notified          pic 9(3) value 0.
       01  run-mode                    pic X value "T".
           88  trial-run               value "T".
           88  final-run               value "F".
           05  tax-band-count          pic 9(2) value 0.
           05  tax-band-entry          occurs MAX-TAX-BANDS
                                       indexed by tax-band-index.
               10  annual-lower-limit  pic 9(7)V9(2).
               10  annual-upper-limit  pic 9(7)V9(2).
               10  period-tax-rate     pic 9(3)V9(2).
       01  tax-file-status.
           05  tax-status-key-1        pic X.
           88  end-of-tax-bands        value 1 false 0.
       01  tax-bands-dropped           pic 9(2) value 0.
       01  period-tax-amount           pic 9(7)V9(2) value 0.
       01  taxable-slice               pic 9(9)V9(2).
       01  band-tax-amount             pic 9(9)V9(2).
       01  tax-period-number           pic 9(2) value 0.
       01  cumulative-gross-amount     pic 9(9)V9(2) value 0.
       01  cumulative-lower-limit      pic 9(9)V9(2).
       01  cumulative-upper-limit      pic 9(9)V9(2).
       01  cumulative-tax-amount       pic 9(9)V9(2) value 0.
       01  ytd-tax-paid                pic 9(9)V9(2) value 0.
       01  ytd-flag                    pic X value "N".
           88  ytd-file-open           value "Y" false "N".
       01  formatted-tax-amount        pic Z(2),ZZZ,ZZ9.99.
       78  MAX-COST-CENTRES            value 50.
       01  cost-centre-table.
           88  retro-entry-found       value "Y".
       01  retro-pay-amount            pic S9(7)V9(2) value 0.
       01  formatted-retro-amount      pic +Z(2),ZZZ,ZZ9.99.
       78  MAX-COMMISSION-ENTRIES      value 100.
       01  commission-file-status.
           05  commission-status-key-1 pic X.
           05  commission-status-key-2 pic X.
       01  commission-read-status      pic 9 value 0.
           88  end-of-commissions      value 1 false 0.
       01  commission-table.
           05  commission-entry-count  pic 9(3) value 0.
           05  commission-entry        occurs MAX-COMMISSION-ENTRIES
                                       indexed by commission-index.
               10  commission-entry-employee   pic 9(5).
               10  commission-entry-amount     pic 9(7)V9(2).
               10  commission-entry-paid-flag  pic X.
                   88  commission-entry-paid   value "Y".
       01  commissions-dropped         pic 9(3) value 0.
       01  commissions-paid            pic 9(5) value 0.
       01  commission-found-flag       pic X value "N".
           88  commission-entry-found  value "Y".
       01  commission-pay-amount       pic 9(7)V9(2) value 0.
       01  commission-due-flag         pic X value "N".
           88  commission-period-due   value "Y".
       01  formatted-commission-amount pic Z(2),ZZZ,ZZ9.99.
       78  MAX-EMPLOYEE-ORDERS         value 10.
       01  orders-file-status.
           05  orders-status-key-1     pic X.
       01  restart-employee-number     pic 9(5) value 0.
       01  run-is-restart-flag         pic X value "N".
           88  run-is-a-restart        value "Y".
       78  MAX-EXPENSE-CLAIMS          value 200.
       01  claim-file-status.
           05  claim-status-key-1      pic X.
           05  claim-status-key-2      pic X.
       01  claims-flag                 pic X value "N".
           88  claims-file-open        value "Y" false "N".
       01  claim-read-status           pic 9 value 0.
           88  end-of-claims           value 1 false 0.
       01  expense-claim-table.
           05  expense-claim-count     pic 9(3) value 0.
           05  expense-claim-entry     occurs MAX-EXPENSE-CLAIMS
                                       indexed by claim-index.
               10  table-claim-id          pic 9(5).
               10  table-claim-employee    pic 9(5).
               10  table-claim-amount      pic 9(5)V9(2).
               10  table-claim-currency    pic X(3).
       01  claims-dropped              pic 9(3) value 0.
       01  claims-reimbursed           pic 9(5) value 0.
       01  claims-wrong-currency       pic 9(5) value 0.
       01  period-expense-amount       pic 9(7)V9(2) value 0.
       01  period-end-date             pic 9(8) value 99999999.
       01  formatted-expense-amount    pic Z(2),ZZZ,ZZ9.99.
       78  MAX-PENSION-SCHEMES         value 10.
       01  schemes-file-status.
           05  schemes-status-key-1    pic X.
           05  schemes-status-key-2    pic X.
       01  membership-file-status.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  pension-file-status.
           05  pension-status-key-1    pic X.
           05  pension-status-key-2    pic X.
       01  assessment-print-status.
           05  assessment-print-key-1  pic X.
           05  assessment-print-key-2  pic X.
       01  scheme-read-status          pic 9 value 0.
           88  end-of-schemes          value 1 false 0.
       01  membership-flag             pic X value "N".
           88  membership-file-open    value "Y" false "N".
       01  pension-scheme-table.
           05  pension-scheme-count    pic 9(2) value 0.
           05  pension-scheme-entry    occurs MAX-PENSION-SCHEMES
                                       indexed by scheme-index.
               10  table-scheme-code       pic X(4).
               10  table-scheme-provider   pic X(10).
               10  table-employee-rate     pic 9(3)V9(2).
               10  table-employer-rate     pic 9(3)V9(2).
               10  period-band-lower       pic 9(7)V9(2).
               10  period-band-upper       pic 9(7)V9(2).
               10  period-enrol-trigger    pic 9(7)V9(2).
       01  schemes-dropped             pic 9(2) value 0.
       01  auto-enrol-index            pic 9(2) value 0.
       01  scheme-found-flag           pic X value "N".
           88  scheme-entry-found      value "Y".
       01  member-on-file-flag         pic X value "N".
           88  member-on-file          value "Y" false "N".
       01  pension-assessment          pic X(8).
           88  assessed-eligible       value "ELIGIBLE".
           88  assessed-non-eligible   value "NON-ELIG".
           88  assessed-entitled       value "ENTITLED".
       01  qualifying-earnings         pic 9(7)V9(2) value 0.
       01  pension-employee-amount     pic 9(7)V9(2) value 0.
       01  pension-employer-amount     pic 9(7)V9(2) value 0.
       01  pension-member-this-period  pic X value "N".
           88  contributing-member     value "Y" false "N".
       01  pension-totals.
           05  pension-detail-count    pic 9(7) value 0.
           05  pension-employee-total  pic 9(11)V9(2) value 0.
           05  pension-employer-total  pic 9(11)V9(2) value 0.
       01  pension-flagged-count       pic 9(5) value 0.
       01  pension-enrolled-count      pic 9(5) value 0.
       01  formatted-pension-amount    pic Z(2),ZZZ,ZZ9.99.
       01  assessment-work-line        pic X(90).
       78  WORKING-DAYS-PER-YEAR       value 260.
       78  HOURS-PER-WORKING-DAY       value 8.
       01  period-start-date           pic 9(8) value 0.
       01  employment-start-date       pic 9(8).
       01  employment-end-date         pic 9(8).
       01  employed-working-days       pic S9(4) value 0.
       01  basic-pay-amount            pic 9(7)V9(2) value 0.
       01  employee-payable-flag       pic X value "N".
           88  employee-payable        value "Y" false "N".
       01  slip-company-flag           pic X value "Y".
           88  slip-in-company         value "Y" false "N".
       01  proration-flag              pic X value "N".
           88  pay-prorated            value "Y" false "N".
       01  leaver-flag                 pic X value "N".
           88  leaver-this-period      value "Y" false "N".
       01  balance-file-status.
           05  balance-status-key-1    pic X.
           05  balance-status-key-2    pic X.
       01  leave-balances-flag         pic X value "N".
           88  leave-balances-open     value "Y" false "N".
       01  balance-on-file-flag        pic X value "N".
           88  leave-balance-on-file   value "Y" false "N".
       01  final-pay-print-status.
           05  final-pay-print-key-1   pic X.
           05  final-pay-print-key-2   pic X.
       01  settlement-days             pic S9(3)V9(2) value 0.
       01  settlement-daily-rate       pic 9(5)V9(2) value 0.
       01  settlement-amount           pic S9(7)V9(2) value 0.
       01  settlement-unrecovered      pic 9(7)V9(2) value 0.
       01  leavers-settled             pic 9(5) value 0.
       01  formatted-settlement-amount pic +Z(2),ZZZ,ZZ9.99.
       01  formatted-settlement-days   pic +ZZ9.99.
       01  formatted-leave-days        pic ZZ9.99.
       01  formatted-employed-days     pic ZZ9.
       01  formatted-period-days       pic ZZ9.
       01  ledger-file-status.
           05  ledger-status-key-1     pic X.
           05  ledger-status-key-2     pic X.
       01  recoveries-file-status.
           05  recoveries-status-key-1 pic X.
           05  recoveries-status-key-2 pic X.
       01  overpayments-flag           pic X value "N".
           88  overpayments-file-open  value "Y" false "N".
       01  overpayment-read-status     pic 9 value 0.
           88  end-of-overpayments     value 1 false 0.
       01  recovery-floor              pic 9(7)V9(2) value 0.
       01  recovery-limit              pic 9(7)V9(2) value 0.
       01  recovery-take               pic S9(7)V9(2) value 0.
       01  overpayments-recovered      pic 9(5) value 0.
       01  loans-file-status.
           05  loans-status-key-1      pic X.
           05  loans-status-key-2      pic X.
       01  instalments-file-status.
           05  instalments-status-key-1    pic X.
           05  instalments-status-key-2    pic X.
       01  loans-flag                  pic X value "N".
           88  loans-file-open         value "Y" false "N".
       01  loan-read-status            pic 9 value 0.
           88  end-of-loans            value 1 false 0.
       01  instalment-read-status      pic 9 value 0.
           88  end-of-instalments      value 1 false 0.
       01  instalment-action           pic X value "T".
           88  totalling-instalments   value "T".
           88  marking-deducted        value "D".
           88  marking-settled         value "S".
       01  loan-due-amount             pic 9(7)V9(2) value 0.
       01  loan-due-count              pic 9(3) value 0.
       01  instalment-cutoff-period    pic 9(6).
       01  loan-balance-after          pic 9(9)V9(2) value 0.
       01  loan-take                   pic S9(7)V9(2) value 0.
       01  loan-shortfall              pic 9(7)V9(2) value 0.
       01  loan-instalments-taken      pic 9(5) value 0.
       01  onboarding-file-status.
           05  onboarding-status-key-1 pic X.
           05  onboarding-status-key-2 pic X.
       01  onboarding-flag             pic X value "N".
           88  onboarding-file-open    value "Y" false "N".
       01  onboarding-read-status      pic 9 value 0.
           88  end-of-onboarding-tasks value 1 false 0.
       01  onboarding-open-count       pic 9(2) value 0.
       01  onboarding-first-pay-flag   pic X value "N".
           88  onboarding-first-pay    value "Y" false "N".
       01  onboarding-starters-flagged pic 9(5) value 0.
       01  sick-scheme-flag            pic X value "Y".
           88  sick-scheme-available   value "Y" false "N".
       01  sick-daily-rate             pic 9(5)V9(2) value 0.
       01  sick-pay-reduction          pic 9(7)V9(2) value 0.
       01  sick-period-days            pic 9(3) value 0.
       01  sick-reductions-made        pic 9(5) value 0.
       01  formatted-sick-reduction    pic Z(2),ZZZ,ZZ9.99.
       01  formatted-sick-full         pic ZZ9.
       01  formatted-sick-half         pic ZZ9.
       01  formatted-sick-nil          pic ZZ9.
       copy business-day-request.

       copy sick-pay-request.

       copy output-generation-request.

       copy company-entity-request.

       copy notification-request.

       procedure division.
           move function current-date to run-timestamp
           move run-timestamp(1:4) to run-year

           perform select-pay-frequency
           if payroll-run-refused
               goback
           end-if

           perform select-payroll-company
           if payroll-run-refused
               goback
           end-if

           perform select-open-pay-period
           if payroll-run-refused
               goback
           perform load-tax-bands
           perform open-overtime-rules
           perform open-garnishment-orders
           perform open-overpayment-ledger
           perform open-employee-loans
           perform load-retro-adjustments
           perform load-commission-earnings
           perform load-expense-claims
           perform load-pension-schemes
           perform load-period-timesheets
           open input onboarding-tasks
           if onboarding-status-key-1 = "0"
               set onboarding-file-open to true
           end-if
           perform open-leaver-settlement-files
           if final-run
               perform read-payroll-checkpoint
               perform open-pension-contributions
               open extend payslip-file
               open extend payslip-print
               open extend payslip-deductions
           else
               perform load-last-period-totals
               perform open-payroll-register
               open input employee-ytd
               if ytd-status-key-1 = "0"
                   set ytd-file-open to true
               end-if
           end-if
           perform open-assessment-report

           perform position-employee-file
           perform until end-of-file
                   at end
                       set end-of-file to true
                   not at end
                       perform check-employee-payable
                       if employee-payable
                           perform pay-one-employee
                       end-if
               end-read
                   close garnishment-history
               end-if
           end-if
           if claims-file-open
               close expense-claims
               set claims-file-open to false
           end-if
           perform close-overpayment-ledger
           perform close-employee-loans
           if onboarding-file-open
               close onboarding-tasks
               set onboarding-file-open to false
           end-if
           if onboarding-starters-flagged > zero
               display onboarding-starters-flagged " new starters "
                       "paid with mandatory onboarding tasks still "
                       "open."
           end-if
           if claims-reimbursed > zero
               display claims-reimbursed " expense claims "
                       "reimbursed this run."
           end-if
           if commissions-paid > zero
               display commissions-paid " sales commission "
                       "payments made this run."
           end-if
           if claims-wrong-currency > zero
               display claims-wrong-currency " approved claims not "
                       "in the employee's pay currency - left for "
                       "manual payment."
           end-if
           if sick-reductions-made > zero
               display sick-reductions-made " employees had pay "
                       "reduced for sickness beyond full sick pay."
           end-if
           perform finish-pension-processing
           perform close-leaver-settlement-files
           if final-run
               close payslip-file
               close payslip-print
               perform post-employer-cost-ledger
               perform print-overtime-summary
               perform mark-retros-applied
               perform mark-commissions-applied
               perform close-pay-period
               perform clear-payroll-checkpoint
               display "Payroll run for period " pay-period
           else
               perform finish-payroll-register
               perform record-trial-run
               if ytd-file-open
                   close employee-ytd
                   set ytd-file-open to false
               end-if
               if calendar-file-open
                   close pay-period-calendar
                   set calendar-file-open to false
           end-if
           .

      *    Only this company's slips are compared; a leaver no
      *    longer on the master counts under the primary employer.
       tally-last-period-slip section.
           if payslip-period < pay-period and main-run-slip
                   and payslip-pay-frequency = payroll-frequency
               perform check-slip-company
           else
               set slip-in-company to false
           end-if
           if slip-in-company
               if payslip-period > last-period
                   move payslip-period to last-period
                   move zero to last-gross-total
           end-if
           .

       check-slip-company section.
           move payslip-employee-number to employee-number
           read employee-data
               invalid key
                   if entity-is-primary
                       set slip-in-company to true
                   else
                       set slip-in-company to false
                   end-if
               not invalid key
                   if company-code = payroll-company-code
                           or (company-code = spaces
                               and entity-is-primary)
                       set slip-in-company to true
                   else
                       set slip-in-company to false
                   end-if
           end-read
           .

       open-payroll-register section.
           open output payroll-register
           if register-status-key-1 not = "0"
               display "Error code " register-print-status
                       " opening " function trim(register-file-name)
                       "."
               goback
           end-if
           move spaces to register-work-line
           move formatted-deduction-total to register-work-line(48:13)
           move formatted-net-amount to register-work-line(62:13)
           move currency-code to register-work-line(76:3)
           if onboarding-open-count > zero
               move "ONBOARDING" to register-work-line(80:10)
           end-if
           write register-print-line from register-work-line
           .

               perform print-last-period-comparison
           end-if
           close payroll-register
           move register-file-name to keep-base-file-name
           move payslips-written to keep-record-count
           perform keep-output-generation
           .

       print-last-period-comparison section.
           end-if
           if approvals-status-key-1 not = "0"
               display "Error code " approvals-file-status
                       " opening " function trim(approvals-file-name)
                       " - trial not recorded."
           else
               move pay-period to approval-period
               set trial-recorded to true
               move run-timestamp to approval-timestamp
               write payroll-approval-record
               close payroll-approvals
               perform notify-payroll-approvers
           end-if
           .

      *    Every enabled supervisor who may act for the company is
      *    asked to approve the trial through the notification outbox.
      *    payroll-approval closes the reminders once it is approved.
       notify-payroll-approvers section.
           move zero to approvers-notified
           set notification-queue-action to true
           move "PAYAPPRV" to notification-type
           move spaces to notification-reference
           string payroll-company-code delimited by size
                  payroll-frequency delimited by size
                  pay-period delimited by size
                  into notification-reference
           end-string
           move spaces to notification-subject
           string "Payroll trial for company " delimited by size
                  payroll-company-code delimited by size
                  " period " delimited by size
                  pay-period delimited by size
                  " awaits approval" delimited by size
                  into notification-subject
           end-string
           move function current-date(1:8) to notification-due-date
           move "payroll-run" to notification-source
           set notification-to-operator to true
           set end-of-permissions to false
           open input operator-permissions
           if permissions-status-key-1 not = "0"
               set end-of-permissions to true
           end-if
           perform until end-of-permissions
               read operator-permissions
                   at end
                       set end-of-permissions to true
                   not at end
                       if permission-supervisor and operator-enabled
                           perform notify-one-approver
                       end-if
               end-read
           end-perform
           if permissions-status-key-1 = "0"
                   or permissions-status-key-1 = "1"
               close operator-permissions
           end-if
           if approvers-notified > zero
               display approvers-notified " supervisors notified "
                       "that the trial awaits approval."
           end-if
           .

       notify-one-approver section.
           move payroll-company-code to entity-company-code
           move permission-operator-id to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if entity-accepted
               move permission-operator-id
                   to notification-recipient-id
               call "notification-outbox"
                   using by reference notification-request
               end-call
               if notification-queued
                   add 1 to approvers-notified
               end-if
           end-if
           .

      *    Weekly and monthly staff are paid in separate runs. The
      *    weekly run keeps its own calendar, approvals, checkpoint
      *    and print files, named with a -wk suffix, and spreads the
      *    annual tax and pension bands over 52 periods.
       select-pay-frequency section.
           display "Please enter the pay frequency to run - M for "
                   "monthly, W for weekly (blank for monthly):"
           move spaces to payroll-frequency
           accept payroll-frequency
           if payroll-frequency = space
               set monthly-payroll to true
           end-if
           if not valid-payroll-frequency
               display "Pay frequency " payroll-frequency " is not "
                       "M or W - payroll run refused."
               set payroll-run-refused to true
           else
               move payroll-frequency to entity-pay-frequency
               if weekly-payroll
                   move 52 to periods-per-year
                   display "Running the weekly payroll."
               else
                   move 12 to periods-per-year
               end-if
           end-if
           .

      *    Each company is paid in its own run, against its own
      *    calendar, approvals, checkpoint, pension and print files.
       select-payroll-company section.
           display "Please enter the company code to pay (blank for "
                   "the primary employer):"
           move spaces to payroll-company-code
           accept payroll-company-code
           move payroll-company-code to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " payroll-company-code " is not an "
                       "active company - payroll run refused."
               set payroll-run-refused to true
           else
               move entity-company-code to payroll-company-code
               display "Paying company " payroll-company-code " "
                       entity-company-name
               set entity-file-name-action to true
               move calendar-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to calendar-file-name
               move approvals-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to approvals-file-name
               move register-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to register-file-name
               move cost-print-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to cost-print-file-name
               move overtime-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to overtime-file-name
               move checkpoint-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to checkpoint-file-name
               move pension-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to pension-file-name
               move assessment-file-name to entity-base-file-name
               call "company-entity" using company-entity-request
               move entity-file-name to assessment-file-name
           end-if
           .

       select-open-pay-period section.
           open i-o pay-period-calendar
           if calendar-status-key-1 not = "0"
               if weekly-payroll
                   display "No weekly pay-period calendar on file - "
                           "payroll run refused. Run the pay-period "
                           "maintenance to set one up."
                   set payroll-run-refused to true
               else
                   display "No pay-period calendar on file - period "
                           "derived from today's date. Run the "
                           "pay-period maintenance to set one up."
                   move run-timestamp(1:6) to pay-period
               end-if
           else
               set calendar-file-open to true
               set end-of-calendar to false
               end-perform
               if open-period-found
                   move calendar-period to pay-period
                   move calendar-start-date to period-start-date
                   move calendar-end-date to period-end-date
                   perform count-period-working-days
               else
                   display "No open period on the pay-period "

       pay-one-employee section.
           move zero to period-overtime-hours
           move zero to sick-period-days
           move zero to sick-pay-reduction
           move zero to period-overtime-amount
           perform check-employment-dates
           if hourly-employee
               perform calculate-hourly-gross
               if hourly-weeks-paid = zero
                       and not leaver-this-period
                   display "No timesheets this period for hourly "
                           "employee " employee-number
                           " - no pay slip written."
               end-if
           else
               compute period-gross-amount rounded =
                   employee-salary / periods-per-year
               if pay-prorated
                   perform prorate-salaried-gross
               end-if
               perform apply-sick-pay-scheme
           end-if
           move period-gross-amount to basic-pay-amount
           if leaver-this-period
               perform calculate-leave-settlement
           end-if
           if hourly-employee and hourly-weeks-paid = zero
                   and not leaver-this-period
               continue
           else
               perform pay-employee-for-period
               if leaver-this-period
                   perform settle-leaver
               end-if
               if final-run
                   perform write-payroll-checkpoint
               end-if
           end-if
           .

      *    Active staff are paid unless they start after the period
      *    ends; leavers are paid once, in the period they leave.
      *    Only staff on this run's pay frequency are considered.
       check-employee-payable section.
           set employee-payable to false
           evaluate true
               when company-code not = payroll-company-code
                       and not (company-code = spaces
                           and entity-is-primary)
                   continue
               when weekly-payroll and not paid-weekly
                   continue
               when monthly-payroll and not paid-monthly
                   continue
               when employee-active
                   if period-start-date > zero
                           and hire-date > period-end-date
                       display "Employee " employee-number
                               " starts " hire-date
                               " after the period - not paid."
                   else
                       set employee-payable to true
                   end-if
               when employee-terminated
                   if period-start-date > zero
                           and termination-date
                               not < period-start-date
                           and termination-date
                               not > period-end-date
                       set employee-payable to true
                   end-if
           end-evaluate
           .

       check-employment-dates section.
           set pay-prorated to false
           set leaver-this-period to false
           move zero to settlement-days
           move zero to settlement-amount
           move zero to settlement-unrecovered
           move period-working-days to employed-working-days
           move period-start-date to employment-start-date
           move period-end-date to employment-end-date
           if period-start-date > zero
               if hire-date > period-start-date
                   move hire-date to employment-start-date
                   set pay-prorated to true
               end-if
               if employee-terminated
                   set leaver-this-period to true
                   if termination-date < period-end-date
                       move termination-date to employment-end-date
                       set pay-prorated to true
                   end-if
               end-if
           end-if
           .

      *    Salary for a part period is paid for the working days
      *    employed as a share of the working days in the period.
       prorate-salaried-gross section.
           set bd-count-request to true
           move employment-start-date to bd-start-date
           move employment-end-date to bd-end-date
           move zero to bd-day-count
           call "business-days"
                   using by reference business-day-request
           end-call
           move bd-day-count to employed-working-days
           if period-working-days > zero
               compute period-gross-amount rounded =
                   period-gross-amount * employed-working-days
                   / period-working-days
           end-if
           .

      *    Salaried pay is reduced by half a day's pay for each sick
      *    day on half pay and a full day's pay for each day beyond
      *    the scheme entitlement. With no scheme on file sickness
      *    does not affect pay.
       apply-sick-pay-scheme section.
           move zero to sick-pay-reduction
           move zero to sick-period-days
           move zero to sick-pay-period-full-days
           move zero to sick-pay-period-half-days
           move zero to sick-pay-period-nil-days
           if sick-scheme-available and period-start-date > zero
               move employee-number to sick-pay-employee-number
               move hire-date to sick-pay-hire-date
               move employment-start-date to sick-pay-period-start
               move employment-end-date to sick-pay-period-end
               call "sick-pay-entitlement"
                       using by reference sick-pay-request
               end-call
               evaluate true
                   when sick-pay-no-scheme
                       set sick-scheme-available to false
                       display "No sick pay scheme on file - "
                               "sickness does not affect pay."
                   when sick-pay-calculated
                       compute sick-period-days =
                           sick-pay-period-full-days
                           + sick-pay-period-half-days
                           + sick-pay-period-nil-days
                       perform reduce-pay-for-sickness
               end-evaluate
           end-if
           .

       reduce-pay-for-sickness section.
           if sick-pay-period-half-days > zero
                   or sick-pay-period-nil-days > zero
               compute sick-daily-rate rounded =
                   employee-salary / WORKING-DAYS-PER-YEAR
               compute sick-pay-reduction rounded =
                   sick-daily-rate * sick-pay-period-nil-days
                   + sick-daily-rate * sick-pay-period-half-days / 2
               if sick-pay-reduction > period-gross-amount
                   move period-gross-amount to sick-pay-reduction
               end-if
               subtract sick-pay-reduction from period-gross-amount
               add 1 to sick-reductions-made
           end-if
           if sick-period-days > zero and trial-run
               move sick-pay-reduction to formatted-sick-reduction
               display "Employee " employee-number " sick "
                       sick-period-days " days - "
                       sick-pay-period-full-days " full, "
                       sick-pay-period-half-days " half, "
                       sick-pay-period-nil-days " unpaid - pay "
                       "reduced by " formatted-sick-reduction
           end-if
           .

      *    Untaken accrued leave is paid in lieu; leave taken beyond
      *    the accrual is recovered from the final pay.
       calculate-leave-settlement section.
           set leave-balance-on-file to false
           if leave-balances-open
               move employee-number to balance-employee-number
               read leave-balances
                   invalid key
                       continue
                   not invalid key
                       set leave-balance-on-file to true
               end-read
           end-if
           if leave-balance-on-file
               compute settlement-days = accrued-days - taken-days
               if hourly-employee
                   compute settlement-daily-rate rounded =
                       hourly-rate * HOURS-PER-WORKING-DAY
               else
                   compute settlement-daily-rate rounded =
                       employee-salary / WORKING-DAYS-PER-YEAR
               end-if
               compute settlement-amount rounded =
                   settlement-days * settlement-daily-rate
               if settlement-amount < zero
                       and 0 - settlement-amount > period-gross-amount
                   compute settlement-unrecovered =
                       0 - settlement-amount - period-gross-amount
                   compute settlement-amount =
                       0 - period-gross-amount
               end-if
               add settlement-amount to period-gross-amount
           else
               display "No leave balance on file for leaver "
                       employee-number " - no leave settlement."
           end-if
           .

       settle-leaver section.
           add 1 to leavers-settled
           if trial-run
               move settlement-amount to formatted-settlement-amount
               display "Leaver " employee-number " terminated "
                       termination-date " - leave settlement "
                       formatted-settlement-amount
           else
               perform print-final-pay-statement
               if settlement-unrecovered > zero
                       and overpayments-file-open
                   perform raise-leave-overpayment
               end-if
               if leave-balance-on-file
                   move accrued-days to taken-days
                   rewrite leave-balance-record
                       invalid key
                           display "Failure to settle leave balance "
                                   "for employee " employee-number
                   end-rewrite
               end-if
           end-if
           .

       pay-employee-for-period section.
           perform check-onboarding-tasks
           perform apply-retro-adjustment
           perform apply-commission-earnings
           perform calculate-period-deductions
           compute period-net-amount =
               period-gross-amount - period-deduction-total
                       employee-number " - net set to zero."
               move zero to period-net-amount
           end-if
           perform apply-expense-claims
           add period-expense-amount to period-net-amount
           if trial-run
               perform write-register-line
           else
           add period-gross-amount to run-gross-total
           add period-deduction-total to run-deduction-total
           add period-net-amount to run-net-total
           .

       open-leaver-settlement-files section.
           if final-run
               open i-o leave-balances
           else
               open input leave-balances
           end-if
           if balance-status-key-1 = "0"
               set leave-balances-open to true
           else
               display "No leave balances on file - leavers will be "
                       "paid without a leave settlement."
           end-if
           if final-run
               open extend final-pay-print
               if final-pay-print-key-1 = "3"
                   open output final-pay-print
                   close final-pay-print
                   open extend final-pay-print
               end-if
           end-if
           .

       close-leaver-settlement-files section.
           if leave-balances-open
               close leave-balances
               set leave-balances-open to false
           end-if
           if final-run
               close final-pay-print
           end-if
           if leavers-settled > zero
               display leavers-settled " leavers paid a final "
                       "settlement this run."
           end-if
           .

       print-final-pay-statement section.
           perform format-selected-employee-data
           move spaces to final-pay-print-line
           string "===== Final Pay Statement - Period "
                      delimited by size
                  pay-period delimited by size
                  " =====" delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           move spaces to final-pay-print-line
           string "Employee: " delimited by size
                  employee-number delimited by size
                  " " delimited by size
                  function trim(employee-full-name)
                      delimited by size
                  "  Department: " delimited by size
                  department-code delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           move spaces to final-pay-print-line
           string "Hired: " delimited by size
                  hire-date delimited by size
                  "  Left: " delimited by size
                  termination-date delimited by size
                  "  Reason: " delimited by size
                  termination-reason delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           if pay-prorated
               move employed-working-days to formatted-employed-days
               move period-working-days to formatted-period-days
               move spaces to final-pay-print-line
               string "Working days paid: " delimited by size
                      formatted-employed-days delimited by size
                      " of " delimited by size
                      formatted-period-days delimited by size
                      into final-pay-print-line
               end-string
               write final-pay-print-line
           end-if
           move basic-pay-amount to formatted-gross-amount
           move spaces to final-pay-print-line
           string "Final Period Pay:  " delimited by size
                  formatted-gross-amount delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           if leave-balance-on-file
               move accrued-days to formatted-leave-days
               move spaces to final-pay-print-line
               string "Leave accrued: " delimited by size
                      formatted-leave-days delimited by size
                      into final-pay-print-line
               end-string
               move taken-days to formatted-leave-days
               move "  taken: " to final-pay-print-line(22:9)
               move formatted-leave-days to final-pay-print-line(31:6)
               move settlement-days to formatted-settlement-days
               move "  balance: " to final-pay-print-line(37:11)
               move formatted-settlement-days
                   to final-pay-print-line(48:7)
               move " days" to final-pay-print-line(55:5)
               write final-pay-print-line
               move settlement-amount to formatted-settlement-amount
               move spaces to final-pay-print-line
               if settlement-amount < zero
                   string "Leave Recovered:  " delimited by size
                          formatted-settlement-amount
                              delimited by size
                          " " delimited by size
                          currency-code delimited by size
                          into final-pay-print-line
                   end-string
               else
                   string "Leave in Lieu:    " delimited by size
                          formatted-settlement-amount
                              delimited by size
                          " " delimited by size
                          currency-code delimited by size
                          into final-pay-print-line
                   end-string
               end-if
               write final-pay-print-line
           else
               move "No leave balance on file - no leave settlement."
                   to final-pay-print-line
               write final-pay-print-line
           end-if
           if settlement-unrecovered > zero
               move settlement-unrecovered to formatted-tax-amount
               move spaces to final-pay-print-line
               string "** Leave overpayment not recovered: "
                          delimited by size
                      formatted-tax-amount delimited by size
                      " " delimited by size
                      currency-code delimited by size
                      " **" delimited by size
                      into final-pay-print-line
               end-string
               write final-pay-print-line
           end-if
           move period-gross-amount to formatted-gross-amount
           move spaces to final-pay-print-line
           string "Total Gross:       " delimited by size
                  formatted-gross-amount delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           move spaces to final-pay-print-line
           string "Deductions:        " delimited by size
                  formatted-deduction-total delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           if period-expense-amount > zero
               move period-expense-amount to formatted-expense-amount
               move spaces to final-pay-print-line
               string "Expenses:          " delimited by size
                      formatted-expense-amount delimited by size
                      into final-pay-print-line
               end-string
               write final-pay-print-line
           end-if
           move spaces to final-pay-print-line
           string "Final Net Pay:     " delimited by size
                  formatted-net-amount delimited by size
                  " " delimited by size
                  currency-code delimited by size
                  into final-pay-print-line
           end-string
           write final-pay-print-line
           move spaces to final-pay-print-line
           write final-pay-print-line
           .

       read-payroll-checkpoint section.
                           move checkpoint-overtime-depts
                               to overtime-department-table
                           move checkpoint-retros to retro-table
                           move checkpoint-commissions
                               to commission-table
                           move checkpoint-pensions to pension-totals
                           move checkpoint-leavers-settled
                               to leavers-settled
                           set run-is-a-restart to true
                           display "Checkpoint found for period "
                                   pay-period " - resuming after "
           move overtime-department-table
               to checkpoint-overtime-depts
           move retro-table to checkpoint-retros
           move commission-table to checkpoint-commissions
           move pension-totals to checkpoint-pensions
           move leavers-settled to checkpoint-leavers-settled
           move function current-date to checkpoint-timestamp
           write payroll-checkpoint-record
           close payroll-checkpoint
           end-if
           .

      *    Sales commission calculated for this pay period is paid as
      *    taxable pay on top of the period gross.
       load-commission-earnings section.
           open input commission-earnings
           if commission-status-key-1 not = "0"
               continue
           else
               set end-of-commissions to false
               perform until end-of-commissions
                   read commission-earnings
                       at end
                           set end-of-commissions to true
                       not at end
                           perform check-commission-period
                           if commission-period-due
                               perform store-commission-entry
                           end-if
                   end-read
               end-perform
               close commission-earnings
               if commission-entry-count > zero
                   display commission-entry-count " sales commission "
                           "payments loaded for period " pay-period "."
               end-if
               if commissions-dropped > zero
                   display commissions-dropped " sales commission "
                           "payments dropped - table full."
               end-if
           end-if
           .

       store-commission-entry section.
           move "N" to commission-found-flag
           perform varying commission-index from 1 by 1
                   until commission-index > commission-entry-count
                       or commission-entry-found
               if commission-entry-employee(commission-index)
                       = earnings-employee-number
                   move "Y" to commission-found-flag
                   set commission-index down by 1
               end-if
           end-perform
           if commission-entry-found
               add earnings-amount
                   to commission-entry-amount(commission-index)
           else
               if commission-entry-count < MAX-COMMISSION-ENTRIES
                   add 1 to commission-entry-count
                   set commission-index to commission-entry-count
                   move earnings-employee-number
                       to commission-entry-employee(commission-index)
                   move earnings-amount
                       to commission-entry-amount(commission-index)
                   move "N"
                       to commission-entry-paid-flag(commission-index)
               else
                   add 1 to commissions-dropped
               end-if
           end-if
           .

       apply-commission-earnings section.
           move zero to commission-pay-amount
           move "N" to commission-found-flag
           perform varying commission-index from 1 by 1
                   until commission-index > commission-entry-count
                       or commission-entry-found
               if commission-entry-employee(commission-index)
                       = employee-number
                   move "Y" to commission-found-flag
                   set commission-index down by 1
               end-if
           end-perform
           if commission-entry-found
               move commission-entry-amount(commission-index)
                   to commission-pay-amount
               add commission-pay-amount to period-gross-amount
               move "Y"
                   to commission-entry-paid-flag(commission-index)
               add 1 to commissions-paid
           end-if
           .

       mark-commissions-applied section.
           if commission-entry-count = zero
               continue
           else
               open i-o commission-earnings
               if commission-status-key-1 not = "0"
                   display "Error code " commission-file-status
                           " reopening commission-earnings.dat - "
                           "paid commission not marked."
               else
                   set end-of-commissions to false
                   perform until end-of-commissions
                       read commission-earnings
                           at end
                               set end-of-commissions to true
                           not at end
                               perform mark-one-commission
                       end-read
                   end-perform
                   close commission-earnings
               end-if
           end-if
           .

      *    A monthly run pays the commission for its own period; a
      *    weekly run pays any still pending for a month up to the
      *    one its week ends in.
       check-commission-period section.
           move "N" to commission-due-flag
           if earnings-pending
               if monthly-payroll
                       and earnings-pay-period = pay-period
                   move "Y" to commission-due-flag
               end-if
               if weekly-payroll
                       and earnings-pay-period
                           <= period-end-date(1:6)
                   move "Y" to commission-due-flag
               end-if
           end-if
           .

       mark-one-commission section.
           perform check-commission-period
           if commission-period-due
               move "N" to commission-found-flag
               perform varying commission-index from 1 by 1
                       until commission-index > commission-entry-count
                           or commission-entry-found
                   if commission-entry-employee(commission-index)
                               = earnings-employee-number
                           and commission-entry-paid(commission-index)
                       move "Y" to commission-found-flag
                   end-if
               end-perform
               if commission-entry-found
                   set earnings-applied to true
                   move run-timestamp to earnings-timestamp
                   rewrite commission-earnings-record
               end-if
           end-if
           .

       load-expense-claims section.
           if final-run
               open i-o expense-claims
           else
               open input expense-claims
           end-if
           if claim-status-key-1 not = "0"
               continue
           else
               set claims-file-open to true
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
                           if claim-approved
                                   and claim-date <= period-end-date
                               perform store-expense-claim
                           end-if
                   end-read
               end-perform
               if expense-claim-count > zero
                   display expense-claim-count " approved expense "
                           "claims loaded."
               end-if
               if claims-dropped > zero
                   display claims-dropped " expense claims left "
                           "for the next run - table full."
               end-if
           end-if
           .

       store-expense-claim section.
           if expense-claim-count < MAX-EXPENSE-CLAIMS
               add 1 to expense-claim-count
               set claim-index to expense-claim-count
               move claim-id to table-claim-id(claim-index)
               move claim-employee-number
                   to table-claim-employee(claim-index)
               move claim-amount to table-claim-amount(claim-index)
               move claim-currency-code
                   to table-claim-currency(claim-index)
           else
               add 1 to claims-dropped
           end-if
           .

       apply-expense-claims section.
           move zero to period-expense-amount
           perform varying claim-index from 1 by 1
                   until claim-index > expense-claim-count
               if table-claim-employee(claim-index) = employee-number
                   if table-claim-currency(claim-index)
                           = currency-code
                       add table-claim-amount(claim-index)
                           to period-expense-amount
                       if final-run
                           perform mark-claim-paid
                       end-if
                   else
                       add 1 to claims-wrong-currency
                       display "Claim " table-claim-id(claim-index)
                               " for employee " employee-number
                               " is in "
                               table-claim-currency(claim-index)
                               " - not reimbursed through payroll."
                   end-if
               end-if
           end-perform
           .

       mark-claim-paid section.
           move table-claim-id(claim-index) to claim-id
           read expense-claims
               invalid key
                   display "Claim " table-claim-id(claim-index)
                           " disappeared mid-run - not marked paid."
               not invalid key
                   set claim-paid to true
                   move pay-period to claim-paid-period
                   move run-timestamp to claim-timestamp
                   rewrite expense-claim-record
                   add 1 to claims-reimbursed
           end-read
           .

       load-pension-schemes section.
           open input pension-schemes
           if schemes-status-key-1 not = "0"
               display "No pension-schemes file found - no pension "
                       "assessment or contributions this run."
           else
               set end-of-schemes to false
               move low-values to scheme-code
               start pension-schemes key is greater than scheme-code
                   invalid key
                       set end-of-schemes to true
               end-start
               perform until end-of-schemes
                   read pension-schemes next record
                       at end
                           set end-of-schemes to true
                       not at end
                           perform store-pension-scheme
                   end-read
               end-perform
               close pension-schemes
               if schemes-dropped > zero
                   display schemes-dropped " pension schemes dropped "
                           "- table full."
               end-if
               if auto-enrol-index = zero
                   display "No automatic enrolment scheme on file - "
                           "employees will not be assessed this run."
               end-if
           end-if
           if pension-scheme-count > zero
               if final-run
                   open i-o pension-membership
                   if membership-status-key-1 = "3"
                       open output pension-membership
                       close pension-membership
                       open i-o pension-membership
                   end-if
               else
                   open input pension-membership
               end-if
               if membership-status-key-1 = "0"
                   set membership-file-open to true
               end-if
           end-if
           .

       store-pension-scheme section.
           if pension-scheme-count < MAX-PENSION-SCHEMES
               add 1 to pension-scheme-count
               set scheme-index to pension-scheme-count
               move scheme-code to table-scheme-code(scheme-index)
               move scheme-provider-ref
                   to table-scheme-provider(scheme-index)
               move scheme-employee-rate
                   to table-employee-rate(scheme-index)
               move scheme-employer-rate
                   to table-employer-rate(scheme-index)
               compute period-band-lower(scheme-index) rounded =
                   scheme-band-lower / periods-per-year
               compute period-band-upper(scheme-index) rounded =
                   scheme-band-upper / periods-per-year
               compute period-enrol-trigger(scheme-index) rounded =
                   scheme-enrol-trigger / periods-per-year
               if scheme-is-auto-enrol
                   move pension-scheme-count to auto-enrol-index
               end-if
           else
               add 1 to schemes-dropped
           end-if
           .

       open-pension-contributions section.
           if pension-scheme-count = zero
               continue
           else
               if run-is-a-restart
                   open extend pension-contributions
               else
                   open output pension-contributions
                   move spaces to pension-header-record
                   move "H" to pension-header-type
                   move pay-period to pension-header-period
                   move run-timestamp(1:8) to pension-header-run-date
                   write pension-header-record
               end-if
               if pension-status-key-1 not = "0"
                   display "Error code " pension-file-status
                           " opening " pension-file-name
                   goback
               end-if
           end-if
           .

       open-assessment-report section.
           if auto-enrol-index = zero
               continue
           else
               if run-is-a-restart
                   open extend pension-assessment-print
               else
                   open output pension-assessment-print
                   move spaces to assessment-work-line
                   string "===== Pension Auto-Enrolment Assessment - "
                              delimited by size
                          "Period " delimited by size
                          pay-period delimited by size
                          " =====" delimited by size
                          into assessment-work-line
                   end-string
                   write assessment-print-line
                       from assessment-work-line
                   move "Emp    Name                     "
                      & "  Period Gross  Assessment  Action"
                       to assessment-work-line
                   write assessment-print-line
                       from assessment-work-line
                   move all "-" to assessment-work-line
                   write assessment-print-line
                       from assessment-work-line
               end-if
           end-if
           .

       calculate-pension-contribution section.
           move zero to qualifying-earnings
           move zero to pension-employee-amount
           move zero to pension-employer-amount
           set contributing-member to false
           if pension-scheme-count > zero
               perform read-pension-membership
               if auto-enrol-index > zero
                   perform assess-pension-eligibility
               end-if
               if member-on-file and member-enrolled
                   perform take-pension-contribution
               end-if
           end-if
           .

       read-pension-membership section.
           set member-on-file to false
           if membership-file-open
               move employee-number to member-employee-number
               read pension-membership
                   invalid key
                       continue
                   not invalid key
                       set member-on-file to true
               end-read
           end-if
           .

       assess-pension-eligibility section.
           set scheme-index to auto-enrol-index
           if period-gross-amount > period-enrol-trigger(scheme-index)
               set assessed-eligible to true
           else
               if period-gross-amount
                       >= period-band-lower(scheme-index)
                   set assessed-non-eligible to true
               else
                   set assessed-entitled to true
               end-if
           end-if
           if assessed-eligible and not member-on-file
               add 1 to pension-flagged-count
               if final-run and membership-file-open
                   perform auto-enrol-employee
               else
                   perform write-assessment-line
                   move table-scheme-code(scheme-index)
                       to member-scheme-code
                   set member-enrolled to true
                   set member-on-file to true
               end-if
           else
               if member-on-file and final-run
                   move pension-assessment to member-assessment
                   move pay-period to member-assessed-period
                   rewrite pension-member-record
               end-if
           end-if
           .

       auto-enrol-employee section.
           move employee-number to member-employee-number
           move table-scheme-code(scheme-index) to member-scheme-code
           set member-enrolled to true
           set enrolled-automatically to true
           move run-timestamp(1:8) to member-enrol-date
           move run-timestamp(1:8) to member-status-date
           move pension-assessment to member-assessment
           move pay-period to member-assessed-period
           move "PAYROLL" to member-operator-id
           move run-timestamp to member-timestamp
           write pension-member-record
               invalid key
                   display "Failure to enrol employee "
                           employee-number " in scheme "
                           member-scheme-code "."
               not invalid key
                   set member-on-file to true
                   add 1 to pension-enrolled-count
           end-write
           perform write-assessment-line
           .

       write-assessment-line section.
           perform format-selected-employee-data
           move spaces to assessment-work-line
           move employee-number to assessment-work-line(1:5)
           move employee-full-name to assessment-work-line(8:25)
           move formatted-gross-amount to assessment-work-line(34:13)
           move pension-assessment to assessment-work-line(49:8)
           if member-on-file
               move "Enrolled in " to assessment-work-line(61:12)
               move member-scheme-code to assessment-work-line(73:4)
           else
               move "Must be enrolled" to assessment-work-line(61:16)
           end-if
           write assessment-print-line from assessment-work-line
           .

       take-pension-contribution section.
           move "N" to scheme-found-flag
           perform varying scheme-index from 1 by 1
                   until scheme-index > pension-scheme-count
                       or scheme-entry-found
               if table-scheme-code(scheme-index)
                       = member-scheme-code
                   move "Y" to scheme-found-flag
                   set scheme-index down by 1
               end-if
           end-perform
           if not scheme-entry-found
               display "Employee " employee-number " is a member of "
                       "scheme " member-scheme-code " which is not "
                       "on the scheme master - no contributions taken."
           else
               set contributing-member to true
               if period-gross-amount > period-band-upper(scheme-index)
                   compute qualifying-earnings =
                       period-band-upper(scheme-index)
                       - period-band-lower(scheme-index)
               else
                   if period-gross-amount
                           > period-band-lower(scheme-index)
                       compute qualifying-earnings =
                           period-gross-amount
                           - period-band-lower(scheme-index)
                   end-if
               end-if
               compute pension-employee-amount rounded =
                   qualifying-earnings
                   * table-employee-rate(scheme-index) / 100
               compute pension-employer-amount rounded =
                   qualifying-earnings
                   * table-employer-rate(scheme-index) / 100
               if pension-employee-amount > zero
                   add pension-employee-amount
                       to period-deduction-total
                   move "PENS" to deduction-code
                   move pension-employee-amount
                       to one-deduction-amount
                   perform store-period-deduction
               end-if
               if pension-employee-amount > zero
                       or pension-employer-amount > zero
                   perform write-pension-detail
               end-if
           end-if
           .

       write-pension-detail section.
           add 1 to pension-detail-count
           add pension-employee-amount to pension-employee-total
           add pension-employer-amount to pension-employer-total
           if final-run
               move spaces to pension-detail-record
               move "D" to pension-detail-type
               move member-scheme-code to pension-detail-scheme
               move table-scheme-provider(scheme-index)
                   to pension-detail-provider
               move employee-number to pension-detail-employee
               move qualifying-earnings to pension-detail-earnings
               move pension-employee-amount
                   to pension-detail-employee-amt
               move pension-employer-amount
                   to pension-detail-employer-amt
               write pension-detail-record
           end-if
           .

       finish-pension-processing section.
           if membership-file-open
               close pension-membership
               set membership-file-open to false
           end-if
           if auto-enrol-index > zero
               move spaces to assessment-work-line
               write assessment-print-line from assessment-work-line
               move spaces to assessment-work-line
               string pension-flagged-count delimited by size
                      " employees assessed eligible and not yet "
                          delimited by size
                      "members - " delimited by size
                      pension-enrolled-count delimited by size
                      " enrolled automatically." delimited by size
                      into assessment-work-line
               end-string
               write assessment-print-line from assessment-work-line
               close pension-assessment-print
               display pension-flagged-count " employees flagged for "
                       "pension enrolment - see " assessment-file-name
           end-if
           if final-run and pension-scheme-count > zero
               move spaces to pension-trailer-record
               move "T" to pension-trailer-type
               move pension-detail-count to pension-trailer-count
               move pension-employee-total
                   to pension-trailer-employee-total
               move pension-employer-total
                   to pension-trailer-employer-total
               write pension-trailer-record
               close pension-contributions
               display pension-detail-count " pension contribution "
                       "records written to " pension-file-name
           end-if
           .

       load-period-timesheets section.
           open input timesheet-file
           if timesheet-status-key-1 not = "0"
               display "No validated timesheet file found - run the "
                       "timesheet validation first. Hourly employees "
                       "will not be paid this run."
           else
               perform until end-of-timesheets
                   read timesheet-file
                       at end
                           set end-of-timesheets to true
                       not at end
                           if monthly-payroll
                                   and timesheet-week-ending(1:6)
                                       = pay-period
                               perform store-timesheet-entry
                           end-if
                           if weekly-payroll
                                   and timesheet-week-ending
                                       not < period-start-date
                                   and timesheet-week-ending
                                       not > period-end-date
                               perform store-timesheet-entry
                           end-if
                   end-read
               end-perform
               close timesheet-file
               if timesheets-dropped > zero
                   display timesheets-dropped " timesheets dropped - "
                           "table full."
               end-if
           end-if
           .

       store-timesheet-entry section.
           if timesheet-entry-count < MAX-TIMESHEET-ENTRIES
               add 1 to timesheet-entry-count
               set timesheet-index to timesheet-entry-count
               move timesheet-employee-number
                   to entry-employee-number(timesheet-index)
               move timesheet-week-ending
                   to entry-week-ending(timesheet-index)
               move timesheet-hours-worked
                   to entry-hours-worked(timesheet-index)
           else
               add 1 to timesheets-dropped
           end-if
           .

       calculate-hourly-gross section.
           move zero to period-gross-amount
           move zero to hourly-weeks-paid
           perform look-up-overtime-rule
           perform varying timesheet-index from 1 by 1
                   until timesheet-index > timesheet-entry-count
               if entry-employee-number(timesheet-index)
                       = employee-number
                   add 1 to hourly-weeks-paid
                   perform calculate-week-pay
                   add week-pay-amount to period-gross-amount
               end-if
           end-perform
           if period-overtime-hours > zero
               perform tally-department-overtime
           end-if
           .

       open-overtime-rules section.
           open input overtime-rules
           if rules-status-key-1 = "0"
               set overtime-rules-open to true
           else
               display "No overtime-rules file found - the default "
                       "weekly hours and multiplier apply."
                   write overtime-print-line from overtime-work-line
               end-perform
               close overtime-print
               move overtime-file-name to keep-base-file-name
               move overtime-dept-count to keep-record-count
               perform keep-output-generation
           end-if
           .

           move period-gross-amount to payslip-gross-amount
           move period-deduction-total to payslip-deduction-total
           move period-net-amount to payslip-net-amount
           move period-expense-amount to payslip-expense-amount
           move run-timestamp to payslip-timestamp
           set main-run-slip to true
           move payroll-frequency to payslip-pay-frequency
           write payslip-record
           .

                   to slip-deduction-code
               move period-deduction-amount(period-ded-index)
                   to slip-deduction-amount
               set main-run-deduction to true
               move payroll-frequency to slip-deduction-frequency
               write payslip-deduction-record
           end-perform
           .
               end-string
               write payslip-print-line
           end-if
           if sick-period-days > zero
               perform print-sick-pay-lines
           end-if
           if retro-pay-amount not = zero
               move retro-pay-amount to formatted-retro-amount
               move spaces to payslip-print-line
               end-string
               write payslip-print-line
           end-if
           if commission-pay-amount > zero
               move commission-pay-amount
                   to formatted-commission-amount
               move spaces to payslip-print-line
               string "  Commission: " delimited by size
                      formatted-commission-amount delimited by size
                      " " delimited by size
                      currency-code delimited by size
                      into payslip-print-line
               end-string
               write payslip-print-line
           end-if
           move spaces to payslip-print-line
           string "Deductions:   " delimited by size
                  formatted-deduction-total delimited by size
               end-string
               write payslip-print-line
           end-if
           if pension-employee-amount > zero
               move pension-employee-amount
                   to formatted-pension-amount
               move spaces to payslip-print-line
               string "  Pension:    " delimited by size
                      formatted-pension-amount delimited by size
                      " " delimited by size
                      currency-code delimited by size
                      " (scheme " delimited by size
                      member-scheme-code delimited by size
                      ")" delimited by size
                      into payslip-print-line
               end-string
               write payslip-print-line
           end-if
           if pension-employer-amount > zero
               move pension-employer-amount
                   to formatted-pension-amount
               move spaces to payslip-print-line
               string "Employer Pension: " delimited by size
                      formatted-pension-amount delimited by size
                      " " delimited by size
                      currency-code delimited by size
                      into payslip-print-line
               end-string
               write payslip-print-line
           end-if
           if period-expense-amount > zero
               move period-expense-amount to formatted-expense-amount
               move spaces to payslip-print-line
               string "Expenses:     " delimited by size
                      formatted-expense-amount delimited by size
                      " " delimited by size
                      currency-code delimited by size
                      " (not taxable)" delimited by size
                      into payslip-print-line
               end-string
               write payslip-print-line
           end-if
           move spaces to payslip-print-line
           string "Period Net:   " delimited by size
                  formatted-net-amount delimited by size
           write payslip-print-line
           .

       print-sick-pay-lines section.
           move sick-pay-period-full-days to formatted-sick-full
           move sick-pay-period-half-days to formatted-sick-half
           move sick-pay-period-nil-days to formatted-sick-nil
           move spaces to payslip-print-line
           string "  Sick days:  " delimited by size
                  formatted-sick-full delimited by size
                  " full pay, " delimited by size
                  formatted-sick-half delimited by size
                  " half pay, " delimited by size
                  formatted-sick-nil delimited by size
                  " unpaid" delimited by size
                  into payslip-print-line
           end-string
           write payslip-print-line
           if sick-pay-reduction > zero
               move sick-pay-reduction to formatted-sick-reduction
               move spaces to payslip-print-line
               string "  Sick pay reduction: " delimited by size
                      formatted-sick-reduction delimited by size
                      " " delimited by size
                      currency-code delimited by size
                      into payslip-print-line
               end-string
               write payslip-print-line
           end-if
           move sick-pay-full-remaining to formatted-sick-full
           move sick-pay-half-remaining to formatted-sick-half
           move spaces to payslip-print-line
           string "  Sick pay left: " delimited by size
                  formatted-sick-full delimited by size
                  " days full, " delimited by size
                  formatted-sick-half delimited by size
                  " days half" delimited by size
                  into payslip-print-line
           end-string
           write payslip-print-line
           .

       print-ytd-lines section.
           move ytd-gross-amount to formatted-ytd-amount
           move spaces to payslip-print-line
           move zero to period-deduction-total
           move zero to detail-deduction-count
           perform calculate-period-tax
           perform calculate-pension-contribution
           perform apply-garnishments
           perform apply-overpayment-recoveries
           perform apply-loan-repayments
           if deductions-file-open
               set end-of-deductions to false
               move employee-number to deduction-employee-number
                       not at end
                           if deduction-employee-number
                                   = employee-number
                               if contributing-member
                                       and deduction-code = "PENS"
                                   display "Keyed PENS deduction for "
                                           "employee " employee-number
                                           " ignored - scheme "
                                           "contribution taken."
                               else
                                   perform apply-one-deduction
                               end-if
                           else
                               set end-of-deductions to true
                           end-if
           end-read
           .

       open-overpayment-ledger section.
           if final-run
               open i-o overpayment-ledger
               if ledger-status-key-1 = "3"
                   open output overpayment-ledger
                   close overpayment-ledger
                   open i-o overpayment-ledger
               end-if
           else
               open input overpayment-ledger
           end-if
           if ledger-status-key-1 = "0"
               set overpayments-file-open to true
               if final-run
                   open extend overpayment-recoveries
                   if recoveries-status-key-1 = "3"
                       open output overpayment-recoveries
                       close overpayment-recoveries
                       open extend overpayment-recoveries
                   end-if
               end-if
           end-if
           .

       close-overpayment-ledger section.
           if overpayments-file-open
               close overpayment-ledger
               set overpayments-file-open to false
               if final-run
                   close overpayment-recoveries
               end-if
           end-if
           if overpayments-recovered > zero
               display overpayments-recovered " overpayment "
                       "recoveries taken this run."
           end-if
           .

      *    Overpayments are recovered after any court orders and
      *    never below the highest protected earnings floor on the
      *    employee's orders. A leaver's final pay is used to clear
      *    as much of the balance as it can.
       apply-overpayment-recoveries section.
           if overpayments-file-open
               move zero to recovery-floor
               perform varying order-index from 1 by 1
                       until order-index > employee-order-count
                   if table-order-protected(order-index)
                           > recovery-floor
                       move table-order-protected(order-index)
                           to recovery-floor
                   end-if
               end-perform
               set end-of-overpayments to false
               move employee-number to overpayment-employee-number
               move low-values to overpayment-reference
               start overpayment-ledger
                       key is greater than overpayment-key
                   invalid key
                       set end-of-overpayments to true
               end-start
               perform until end-of-overpayments
                   read overpayment-ledger next record
                       at end
                           set end-of-overpayments to true
                       not at end
                           if overpayment-employee-number
                                   = employee-number
                               if overpayment-recovering
                                       and overpayment-balance > zero
                                   perform apply-one-overpayment
                               end-if
                           else
                               set end-of-overpayments to true
                           end-if
                   end-read
               end-perform
           end-if
           .

       apply-one-overpayment section.
           compute net-before-garnishment =
               period-gross-amount - period-deduction-total
           compute recovery-take =
               net-before-garnishment - recovery-floor
           if leaver-this-period
               move overpayment-balance to recovery-limit
           else
               move overpayment-recovery-amount to recovery-limit
               if recovery-limit > overpayment-balance
                   move overpayment-balance to recovery-limit
               end-if
           end-if
           if recovery-take > recovery-limit
               move recovery-limit to recovery-take
           end-if
           if recovery-take > zero
               add recovery-take to period-deduction-total
               move "OVPR" to deduction-code
               move recovery-take to one-deduction-amount
               perform store-period-deduction
               add 1 to overpayments-recovered
               if final-run
                   perform settle-overpayment
               end-if
           else
               display "Protected earnings floor reached for "
                       "employee " employee-number " - overpayment "
                       overpayment-reference " carried forward."
           end-if
           .

       settle-overpayment section.
           subtract recovery-take from overpayment-balance
           if overpayment-balance = zero
               set overpayment-cleared to true
               display "Overpayment " overpayment-reference
                       " for employee " employee-number
                       " fully recovered."
           end-if
           move run-timestamp to overpayment-timestamp
           rewrite overpayment-record
               invalid key
                   display "Failure to update overpayment "
                           overpayment-reference " for employee "
                           employee-number
           end-rewrite
           move pay-period to recovery-period
           move employee-number to recovery-employee
           move overpayment-reference to recovery-reference
           move recovery-take to recovery-amount
           move overpayment-balance to recovery-balance
           move run-timestamp to recovery-timestamp
           write overpayment-recovery-record
           .

      *    Leave taken beyond the accrual that the final pay could
      *    not cover is carried on the ledger for finance to chase.
       raise-leave-overpayment section.
           initialize overpayment-record
           move employee-number to overpayment-employee-number
           string "LV" delimited by size
                  pay-period delimited by size
                  into overpayment-reference
           end-string
           move settlement-unrecovered to overpayment-original-amount
           move settlement-unrecovered to overpayment-balance
           move settlement-unrecovered to overpayment-recovery-amount
           move "Leave taken beyond accrual" to overpayment-reason
           set overpayment-recovering to true
           move run-timestamp(1:8) to overpayment-raised-date
           move run-timestamp to overpayment-timestamp
           write overpayment-record
               invalid key
                   display "Leave overpayment for employee "
                           employee-number " already on the ledger."
               not invalid key
                   display "Leave overpayment for employee "
                           employee-number " raised on the ledger."
           end-write
           .

       open-employee-loans section.
           if final-run
               open i-o employee-loans
           else
               open input employee-loans
           end-if
           if loans-status-key-1 = "0"
               if final-run
                   open i-o loan-instalments
               else
                   open input loan-instalments
               end-if
               if instalments-status-key-1 = "0"
                   set loans-file-open to true
               else
                   display "Error code " instalments-file-status
                           " opening loan-instalments - no loan "
                           "repayments taken this run."
                   close employee-loans
               end-if
           end-if
           .

       close-employee-loans section.
           if loans-file-open
               close employee-loans
               close loan-instalments
               set loans-file-open to false
           end-if
           if loan-instalments-taken > zero
               display loan-instalments-taken " loan repayments "
                       "taken this run."
           end-if
           .

      *    Each instalment is taken in the period it falls due, with
      *    any missed instalment caught up. A leaver repays the whole
      *    outstanding principal from final pay; whatever the final
      *    pay cannot cover goes to the overpayment ledger.
       apply-loan-repayments section.
           if loans-file-open
               set end-of-loans to false
               move employee-number to loan-employee-number
               move low-values to loan-reference
               start employee-loans key is greater than loan-key
                   invalid key
                       set end-of-loans to true
               end-start
               perform until end-of-loans
                   read employee-loans next record
                       at end
                           set end-of-loans to true
                       not at end
                           if loan-employee-number = employee-number
                               if loan-active
                                   perform apply-one-loan
                               end-if
                           else
                               set end-of-loans to true
                           end-if
                   end-read
               end-perform
           end-if
           .

       apply-one-loan section.
           move zero to loan-shortfall
           compute net-before-garnishment =
               period-gross-amount - period-deduction-total
           if leaver-this-period
               move loan-balance to loan-due-amount
           else
               set totalling-instalments to true
               perform browse-loan-instalments
           end-if
           move loan-due-amount to loan-take
           if loan-take > net-before-garnishment
               if leaver-this-period
                   compute loan-shortfall =
                       loan-take - net-before-garnishment
                   move net-before-garnishment to loan-take
                   if loan-take < zero
                       move zero to loan-take
                   end-if
               else
                   display "Net pay too low for loan " loan-reference
                           " instalment for employee " employee-number
                           " - carried forward."
                   move zero to loan-take
               end-if
           end-if
           if loan-take > zero
               add loan-take to period-deduction-total
               move "LOAN" to deduction-code
               move loan-take to one-deduction-amount
               perform store-period-deduction
               add 1 to loan-instalments-taken
           end-if
           if final-run
                   and (loan-take > zero or loan-shortfall > zero)
               perform settle-loan
           end-if
           .

       settle-loan section.
           if leaver-this-period
               set marking-settled to true
               perform browse-loan-instalments
               move zero to loan-balance
               set loan-settled-on-leaving to true
               if loan-shortfall > zero
                   perform raise-loan-overpayment
               end-if
           else
               set marking-deducted to true
               perform browse-loan-instalments
               add loan-due-count to loan-instalments-paid
               move loan-balance-after to loan-balance
               if loan-balance = zero
                   set loan-cleared to true
                   display "Loan " loan-reference " for employee "
                           employee-number " fully repaid."
               end-if
           end-if
           move run-timestamp to loan-timestamp
           rewrite employee-loan-record
               invalid key
                   display "Failure to update loan " loan-reference
                           " for employee " employee-number
           end-rewrite
           .

       browse-loan-instalments section.
           move zero to loan-due-amount
           move zero to loan-due-count
           move loan-balance to loan-balance-after
           if weekly-payroll
               move period-end-date(1:6) to instalment-cutoff-period
           else
               move pay-period to instalment-cutoff-period
           end-if
           set end-of-instalments to false
           move loan-employee-number to instalment-employee-number
           move loan-reference to instalment-loan-reference
           move zero to instalment-number
           start loan-instalments key is greater than instalment-key
               invalid key
                   set end-of-instalments to true
           end-start
           perform until end-of-instalments
               read loan-instalments next record
                   at end
                       set end-of-instalments to true
                   not at end
                       if instalment-employee-number
                               = loan-employee-number
                               and instalment-loan-reference
                                   = loan-reference
                           if instalment-pending
                               perform process-one-instalment
                           end-if
                       else
                           set end-of-instalments to true
                       end-if
               end-read
           end-perform
           .

      *    Instalments are scheduled by month.  A weekly run takes
      *    those due up to the month its week ends in, so each one is
      *    deducted once, by the first weekly run of its month.
       process-one-instalment section.
           evaluate true
               when marking-settled
                   set instalment-settled to true
                   move pay-period to instalment-paid-period
                   rewrite loan-instalment-record
               when instalment-due-period > instalment-cutoff-period
                   set end-of-instalments to true
               when totalling-instalments
                   add instalment-amount to loan-due-amount
                   add 1 to loan-due-count
               when other
                   set instalment-deducted to true
                   move pay-period to instalment-paid-period
                   rewrite loan-instalment-record
                   add 1 to loan-due-count
                   move instalment-balance-after to loan-balance-after
           end-evaluate
           .

       raise-loan-overpayment section.
           if overpayments-file-open
               initialize overpayment-record
               move employee-number to overpayment-employee-number
               move loan-reference to overpayment-reference
               move loan-shortfall to overpayment-original-amount
               move loan-shortfall to overpayment-balance
               move loan-shortfall to overpayment-recovery-amount
               move "Loan balance unpaid at leaving"
                   to overpayment-reason
               set overpayment-recovering to true
               move run-timestamp(1:8) to overpayment-raised-date
               move run-timestamp to overpayment-timestamp
               write overpayment-record
                   invalid key
                       display "Loan " loan-reference " shortfall "
                               "for employee " employee-number
                               " could not be raised on the ledger."
                   not invalid key
                       display "Loan " loan-reference " shortfall "
                               "for employee " employee-number
                               " raised on the overpayment ledger."
               end-write
           else
               display "Loan " loan-reference " shortfall for "
                       "employee " employee-number " not recovered "
                       "- no overpayment ledger open."
           end-if
           .

       apply-one-deduction section.
           if percentage-deduction
               compute one-deduction-amount rounded =
               period-gross-amount * pension-rate / 100
           compute employee-social-cost rounded =
               period-gross-amount * social-rate / 100
           if contributing-member
               move pension-employer-amount to employee-pension-cost
           end-if
           perform look-up-cost-centre
           perform find-cost-centre-entry
           if cost-centre-found
               end-perform
               close employer-cost-ledger
               close employer-cost-print
               move cost-print-file-name to keep-base-file-name
               move cost-centre-count to keep-record-count
               perform keep-output-generation
               display cost-centre-count " cost centres posted to "
                       "the employer cost ledger."
               if cost-centres-dropped > zero
           if tax-band-count < MAX-TAX-BANDS
               add 1 to tax-band-count
               set tax-band-index to tax-band-count
               move band-lower-limit
                   to annual-lower-limit(tax-band-index)
               move band-upper-limit
                   to annual-upper-limit(tax-band-index)
               move band-tax-rate
                   to period-tax-rate(tax-band-index)
           else
           end-if
           .

      *    Tax is worked cumulatively. The annual bands are spread
      *    over the periods of the year so far, weekly or monthly,
      *    and applied to the year-to-date gross including this
      *    period; the tax already deducted this year comes off.
       calculate-period-tax section.
           move zero to period-tax-amount
           move zero to cumulative-tax-amount
           perform read-ytd-tax-position
           move pay-period(5:2) to tax-period-number
           if tax-period-number = zero
               move 1 to tax-period-number
           end-if
           perform varying tax-band-index from 1 by 1
                   until tax-band-index > tax-band-count
               perform tax-one-band
           end-perform
           if cumulative-tax-amount > ytd-tax-paid
               compute period-tax-amount =
                   cumulative-tax-amount - ytd-tax-paid
           end-if
           if period-tax-amount > zero
               add period-tax-amount to period-deduction-total
               move "TAX" to deduction-code
           end-if
           .

       read-ytd-tax-position section.
           move zero to cumulative-gross-amount
           move zero to ytd-tax-paid
           if ytd-file-open
               move employee-number to ytd-employee-number
               read employee-ytd
                   invalid key
                       continue
                   not invalid key
                       if ytd-year = run-year
                           move ytd-gross-amount
                               to cumulative-gross-amount
                           perform varying ytd-ded-index from 1 by 1
                                   until ytd-ded-index
                                       > ytd-deduction-count
                               if ytd-deduction-code(ytd-ded-index)
                                       = "TAX"
                                   move ytd-deduction-amount
                                           (ytd-ded-index)
                                       to ytd-tax-paid
                               end-if
                           end-perform
                       end-if
               end-read
           end-if
           add period-gross-amount to cumulative-gross-amount
           .

       tax-one-band section.
           move zero to taxable-slice
           compute cumulative-lower-limit rounded =
               annual-lower-limit(tax-band-index)
               * tax-period-number / periods-per-year
           compute cumulative-upper-limit rounded =
               annual-upper-limit(tax-band-index)
               * tax-period-number / periods-per-year
           if cumulative-gross-amount > cumulative-lower-limit
               if annual-upper-limit(tax-band-index) = zero
                       or cumulative-gross-amount
                           <= cumulative-upper-limit
                   compute taxable-slice =
                       cumulative-gross-amount
                       - cumulative-lower-limit
               else
                   compute taxable-slice =
                       cumulative-upper-limit
                       - cumulative-lower-limit
               end-if
           end-if
           if taxable-slice > zero
               compute band-tax-amount rounded =
                   taxable-slice
                   * period-tax-rate(tax-band-index) / 100
               add band-tax-amount to cumulative-tax-amount
           end-if
           .

                       " opening employee-ytd.dat."
               goback
           end-if
           set ytd-file-open to true
           .

       update-ytd-record section.
           move period-deduction-total to formatted-deduction-total
           move period-net-amount to formatted-net-amount
           .

      *    Print files rewritten every run are kept as numbered
      *    generations so an earlier period can be reprinted.
       keep-output-generation section.
           set keep-copy-action to true
           move "payroll-run" to keep-program-name
           move pay-period to keep-period
           call "output-generations" using output-generation-request
           if generation-kept
               display function trim(keep-base-file-name)
                       " kept as generation " keep-generation-number
                       "."
           end-if
           .

      *    A starter's first pay run is the one covering their hire
      *    date, or the first after their checklist was set up; any
      *    mandatory onboarding task still open then is flagged.
       check-onboarding-tasks section.
           move zero to onboarding-open-count
           set onboarding-first-pay to false
           if onboarding-file-open
               if period-start-date = zero
                       or hire-date not < period-start-date
                   set onboarding-first-pay to true
               end-if
               move employee-number to task-employee-number
               move zero to task-number
               set end-of-onboarding-tasks to false
               start onboarding-tasks key is not less than task-key
                   invalid key
                       set end-of-onboarding-tasks to true
               end-start
               perform until end-of-onboarding-tasks
                   read onboarding-tasks next record
                       at end
                           set end-of-onboarding-tasks to true
                       not at end
                           if task-employee-number
                                   not = employee-number
                               set end-of-onboarding-tasks to true
                           else
                               perform check-one-onboarding-task
                           end-if
                   end-read
               end-perform
               if onboarding-first-pay
                       and onboarding-open-count > zero
                   add 1 to onboarding-starters-flagged
                   display "Employee " employee-number " - "
                           onboarding-open-count " mandatory "
                           "onboarding tasks still open at their "
                           "first pay run."
               else
                   move zero to onboarding-open-count
               end-if
           end-if
           .

       check-one-onboarding-task section.
           if period-start-date > zero
                   and task-generated-date not < period-start-date
               set onboarding-first-pay to true
           end-if
           if task-open and task-is-mandatory
               add 1 to onboarding-open-count
           end-if
           .
