       input-output section.
           select employee-data
               assign "employee-data.dat"
               organization indexed
               access dynamic
               record key employee-number
               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select employee-archive
               assign "employee-archive.dat"
               organization sequential
               file status archive-file-status.
           select contact-details
               assign "contact-details.dat"
               organization indexed
               access dynamic
               record key contact-key
               file status contact-file-status.
           select employee-bank-details
               assign "employee-bank-details.dat"
               organization indexed
               access random
               record key bank-employee-number
               file status bank-file-status.
           select audit-log
               assign "employee-audit.dat"
               organization sequential
               file status audit-file-status-code.
           select payslip-file
               assign "payslip-file.dat"
               organization sequential
               file status payslip-file-status.
           select employee-journal
               assign "employee-journal.dat"
               organization sequential
               file status journal-file-status.
           select payroll-extract
               assign "payroll-extract.dat"
               organization sequential
               file status payroll-extract-status.
           select employee-diversity
               assign "employee-diversity.dat"
               organization indexed
               access random
               record key diversity-employee-number
               file status diversity-file-status.
           select employee-cases
               assign "employee-cases.dat"
               organization indexed
               access dynamic
               record key case-id
               alternate record key case-employee-number
                   with duplicates
               file status cases-file-status.
           select retention-certificate
               assign "data-retention-certificate.txt"
               organization line sequential
               file status certificate-file-status.

       file section.
       FD  employee-data.
       copy employee-record.

       FD  employee-archive.
       01  archive-record.
           05  archive-employee            pic X(104).
           05  archive-termination-date    pic 9(8).
           05  archive-timestamp           pic X(21).

       FD  contact-details.
       01  contact-details-record.
           05  contact-key.
               10  contact-employee-number pic 9(5).
               10  contact-effective-date  pic 9(8).
           05  contact-address-line-1  pic X(30).
           05  contact-address-line-2  pic X(30).
           05  contact-postcode        pic X(8).
           05  contact-phone           pic X(15).
           05  emergency-contact-name  pic X(30).
           05  emergency-contact-phone pic X(15).
           05  contact-operator-id     pic X(8).
           05  contact-timestamp       pic X(21).

       FD  employee-bank-details.
       copy bank-details-record.

       FD  audit-log.
       01  audit-log-record.
           05  audit-employee-number   pic 9(5).
           05  audit-field-changed     pic X(15).
               88  personal-detail-entry
                                       values "FIRST-NAME"
                                              "LAST-NAME"
                                              "CONTACT"
                                              "BANK-DETAILS"
                                              "BANK-CONFIRM"
                                              "NEW-RECORD".
           05  audit-old-value         pic X(20).
           05  audit-new-value         pic X(20).
           05  audit-timestamp         pic X(21).
           05  audit-operator-id       pic X(8).

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
               88  weekly-payslip      value "W".

       FD  employee-journal.
       01  employee-journal-record.
           05  journal-date            pic 9(8).
           05  journal-timestamp       pic X(21).
           05  journal-action          pic X(8).
           05  journal-employee-number pic 9(5).
           05  journal-before-image    pic X(104).
           05  journal-after-image     pic X(104).

       FD  payroll-extract.
       01  payroll-extract-record.
           05  extract-employee-number pic 9(5).
           05  extract-first-name      pic X(20).
           05  extract-last-name       pic X(20).
           05  extract-salary          pic 9(7)V9(2).
           05  extract-department-code pic X(4).
           05  extract-currency-code   pic X(3).
           05  extract-change-type     pic X(10).
           05  extract-timestamp       pic X(21).

       FD  employee-diversity.
       copy diversity-record.

       FD  employee-cases.
       copy employee-case-record.

       FD  retention-certificate.
       01  certificate-line            pic X(90).

       working-storage section.
       78  DEFAULT-RETENTION-YEARS     value 6.
       78  MAX-RETENTION-CANDIDATES    value 500.
       78  ANONYMISED-NAME             value "ANONYMISED".
       78  ARCHIVE-FILE                value 1.
       78  MASTER-FILE                 value 2.
       78  CONTACT-FILE                value 3.
       78  BANK-FILE                   value 4.
       78  AUDIT-FILE                  value 5.
       78  PAYSLIP-FILE-SLOT           value 6.
       78  JOURNAL-FILE                value 7.
       78  EXTRACT-FILE                value 8.
       78  DIVERSITY-FILE              value 9.
       78  CASES-FILE                  value 10.
       01  retention-years             pic 9(2) value 0.
       01  run-mode                    pic X value "T".
           88  trial-run               value "T" "t".
           88  anonymise-run           value "A" "a".
       01  confirm-response            pic X value "N".
           88  run-confirmed           value "Y" "y".
       01  todays-date                 pic 9(8).
       01  cutoff-date                 pic 9(8).
       01  run-timestamp               pic X(21).
       01  candidate-table.
           05  candidate-count         pic 9(3) value 0.
           05  candidate-entry         occurs MAX-RETENTION-CANDIDATES
                                       indexed by candidate-index.
               10  candidate-employee  pic 9(5).
               10  candidate-left-date pic 9(8).
               10  candidate-source    pic X.
               10  candidate-file-count
                                       pic 9(4) occurs 10.
       01  candidates-dropped          pic 9(3) value 0.
       01  already-anonymised          pic 9(5) value 0.
       01  file-totals.
           05  file-total              pic 9(6) occurs 10.
       01  file-missing-flags.
           05  file-missing-flag       pic X occurs 10.
       01  file-slot                   pic 9(2).
       01  lookup-employee-number      pic 9(5).
       01  candidate-found-flag        pic X value "N".
           88  candidate-found         value "Y".
       01  record-left-date            pic 9(8).
       01  formatted-count             pic ZZZ9.
       01  formatted-total             pic ZZZ,ZZ9.
       01  print-work-line             pic X(90).
       01  print-column                pic 9(2).
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  pass-read-status            pic 9 value 0.
           88  end-of-pass             value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.
       01  contact-file-status.
           05  contact-status-key-1    pic X.
           05  contact-status-key-2    pic X.
       01  bank-file-status.
           05  bank-status-key-1       pic X.
           05  bank-status-key-2       pic X.
       01  audit-file-status-code.
           05  audit-status-key-1      pic X.
           05  audit-status-key-2      pic X.
       01  payslip-file-status.
           05  payslip-status-key-1    pic X.
           05  payslip-status-key-2    pic X.
       01  journal-file-status.
           05  journal-status-key-1    pic X.
           05  journal-status-key-2    pic X.
       01  payroll-extract-status.
           05  extract-status-key-1    pic X.
           05  extract-status-key-2    pic X.
       01  diversity-file-status.
           05  diversity-status-key-1  pic X.
           05  diversity-status-key-2  pic X.
       01  cases-file-status.
           05  cases-status-key-1      pic X.
           05  cases-status-key-2      pic X.
       01  certificate-file-status.
           05  certificate-status-key-1    pic X.
           05  certificate-status-key-2    pic X.

       procedure division.
           move function current-date to run-timestamp
           move run-timestamp(1:8) to todays-date
           display "===== Data Retention - Anonymise Former Employees"
                   " ====="
           display "Retention period in years (enter for "
                   DEFAULT-RETENTION-YEARS "):"
           accept retention-years
           if retention-years = zero
               move DEFAULT-RETENTION-YEARS to retention-years
           end-if
           compute cutoff-date = todays-date - retention-years * 10000
           if function test-date-yyyymmdd(cutoff-date) not = zero
               subtract 1 from cutoff-date
           end-if
           display "Run mode - [T]rial list only, or [A]nonymise:"
           accept run-mode
           if not trial-run and not anonymise-run
               display "Invalid run mode - retention job cancelled."
               goback
           end-if

           perform build-candidate-list
           if candidate-count = zero
               display "No former employees left before "
                       cutoff-date " await anonymising."
               goback
           end-if
           display candidate-count " former employees left before "
                   cutoff-date " and are due for anonymising."

           if anonymise-run
               display "Anonymise them in every employee file now? "
                       "This cannot be undone. (Y/N)"
               move "N" to confirm-response
               accept confirm-response
               if not run-confirmed
                   display "Anonymising cancelled - no files changed."
                   goback
               end-if
               perform anonymise-master-records
               perform anonymise-archive-records
               perform anonymise-contact-details
               perform anonymise-bank-details
               perform anonymise-audit-trail
               perform anonymise-payslip-history
               perform anonymise-employee-journal
               perform anonymise-payroll-extract
               perform remove-diversity-declarations
               perform anonymise-case-summaries
               perform record-anonymising-in-audit
           end-if

           perform print-retention-certificate
           display "Retention certificate written to "
                   "data-retention-certificate.txt."
           goback
           .

      *    Leavers are found on the archive and among terminated
      *    records still on the master; anyone whose name already
      *    reads as anonymised has been dealt with by an earlier run.
       build-candidate-list section.
           open input employee-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening employee-data."
               goback
           end-if
           open input employee-archive
           if archive-status-key-1 = "0"
               set end-of-pass to false
               perform until end-of-pass
                   read employee-archive
                       at end
                           set end-of-pass to true
                       not at end
                           move archive-employee to selected-employee
                           move archive-termination-date
                               to record-left-date
                           move "A" to candidate-source
                               (MAX-RETENTION-CANDIDATES)
                           perform consider-candidate
                   end-read
               end-perform
               close employee-archive
           end-if
           move low-values to employee-number
           start employee-data key is greater than employee-number
               invalid key
                   set end-of-file to true
           end-start
           perform until end-of-file
               read employee-data next record
                   at end
                       set end-of-file to true
                   not at end
                       if employee-terminated
                           move termination-date to record-left-date
                           move "M" to candidate-source
                               (MAX-RETENTION-CANDIDATES)
                           perform consider-candidate
                       end-if
               end-read
           end-perform
           close employee-data
           .

       consider-candidate section.
           if record-left-date = zero
                   or record-left-date not < cutoff-date
               continue
           else
               if last-name = ANONYMISED-NAME
                   add 1 to already-anonymised
               else
                   move employee-number to lookup-employee-number
                   perform find-candidate
                   if not candidate-found
                       perform add-candidate
                   end-if
               end-if
           end-if
           .

       add-candidate section.
           if candidate-count < MAX-RETENTION-CANDIDATES - 1
               add 1 to candidate-count
               set candidate-index to candidate-count
               initialize candidate-entry(candidate-index)
               move employee-number
                   to candidate-employee(candidate-index)
               move record-left-date
                   to candidate-left-date(candidate-index)
               move candidate-source(MAX-RETENTION-CANDIDATES)
                   to candidate-source(candidate-index)
           else
               add 1 to candidates-dropped
           end-if
           .

       find-candidate section.
           move "N" to candidate-found-flag
           perform varying candidate-index from 1 by 1
                   until candidate-index > candidate-count
                       or candidate-found
               if candidate-employee(candidate-index)
                       = lookup-employee-number
                   move "Y" to candidate-found-flag
                   set candidate-index down by 1
               end-if
           end-perform
           .

       count-anonymised-record section.
           add 1 to candidate-file-count(candidate-index, file-slot)
           add 1 to file-total(file-slot)
           .

       anonymise-master-records section.
           move MASTER-FILE to file-slot
           open i-o employee-data
           if status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               perform varying candidate-index from 1 by 1
                       until candidate-index > candidate-count
                   move candidate-employee(candidate-index)
                       to employee-number
                   read employee-data
                       not invalid key
                           move ANONYMISED-NAME to first-name
                           move ANONYMISED-NAME to last-name
                           rewrite selected-employee
                           perform count-anonymised-record
                   end-read
               end-perform
               close employee-data
           end-if
           .

      *    The archived image is laid over the employee record area
      *    to reach the name fields, then put back.
       anonymise-archive-records section.
           move ARCHIVE-FILE to file-slot
           open i-o employee-archive
           if archive-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               open input employee-data
               set end-of-pass to false
               perform until end-of-pass
                   read employee-archive
                       at end
                           set end-of-pass to true
                       not at end
                           move archive-employee to selected-employee
                           move employee-number
                               to lookup-employee-number
                           perform find-candidate
                           if candidate-found
                               move ANONYMISED-NAME to first-name
                               move ANONYMISED-NAME to last-name
                               move selected-employee
                                   to archive-employee
                               rewrite archive-record
                               perform count-anonymised-record
                           end-if
                   end-read
               end-perform
               close employee-archive
               close employee-data
           end-if
           .

       anonymise-contact-details section.
           move CONTACT-FILE to file-slot
           open i-o contact-details
           if contact-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               perform varying candidate-index from 1 by 1
                       until candidate-index > candidate-count
                   perform anonymise-one-contact-history
               end-perform
               close contact-details
           end-if
           .

       anonymise-one-contact-history section.
           set end-of-pass to false
           move candidate-employee(candidate-index)
               to contact-employee-number
           move zero to contact-effective-date
           start contact-details key is not less than contact-key
               invalid key
                   set end-of-pass to true
           end-start
           perform until end-of-pass
               read contact-details next record
                   at end
                       set end-of-pass to true
                   not at end
                       if contact-employee-number
                               = candidate-employee(candidate-index)
                           move ANONYMISED-NAME
                               to contact-address-line-1
                           move spaces to contact-address-line-2
                           move spaces to contact-postcode
                           move spaces to contact-phone
                           move ANONYMISED-NAME
                               to emergency-contact-name
                           move spaces to emergency-contact-phone
                           rewrite contact-details-record
                           perform count-anonymised-record
                       else
                           set end-of-pass to true
                       end-if
               end-read
           end-perform
           .

      *    Account details go; any fixed split amounts are kept.
       anonymise-bank-details section.
           move BANK-FILE to file-slot
           open i-o employee-bank-details
           if bank-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               perform varying candidate-index from 1 by 1
                       until candidate-index > candidate-count
                   move candidate-employee(candidate-index)
                       to bank-employee-number
                   read employee-bank-details
                       not invalid key
                           perform varying bank-split-index
                                   from 1 by 1
                                   until bank-split-index > 3
                               move spaces to bank-sort-code
                                   (bank-split-index)
                               move spaces to bank-account-number
                                   (bank-split-index)
                               move spaces to pending-sort-code
                                   (bank-split-index)
                               move spaces to pending-account-number
                                   (bank-split-index)
                           end-perform
                           rewrite bank-details-record
                           perform count-anonymised-record
                   end-read
               end-perform
               close employee-bank-details
           end-if
           .

      *    Only entries that recorded a name, address or account are
      *    touched; salary and other amendments stay as they were.
       anonymise-audit-trail section.
           move AUDIT-FILE to file-slot
           open i-o audit-log
           if audit-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               set end-of-pass to false
               perform until end-of-pass
                   read audit-log
                       at end
                           set end-of-pass to true
                       not at end
                           if personal-detail-entry
                               move audit-employee-number
                                   to lookup-employee-number
                               perform find-candidate
                               if candidate-found
                                   perform anonymise-audit-values
                               end-if
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if
           .

       anonymise-audit-values section.
           if audit-old-value not = spaces
               move ANONYMISED-NAME to audit-old-value
           end-if
           if audit-new-value not = spaces
               move ANONYMISED-NAME to audit-new-value
           end-if
           rewrite audit-log-record
           perform count-anonymised-record
           .

      *    Names go from the payslip history; every amount stays for
      *    the statutory returns.
       anonymise-payslip-history section.
           move PAYSLIP-FILE-SLOT to file-slot
           open i-o payslip-file
           if payslip-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               set end-of-pass to false
               perform until end-of-pass
                   read payslip-file
                       at end
                           set end-of-pass to true
                       not at end
                           move payslip-employee-number
                               to lookup-employee-number
                           perform find-candidate
                           if candidate-found
                               move ANONYMISED-NAME
                                   to payslip-first-name
                               move ANONYMISED-NAME
                                   to payslip-last-name
                               rewrite payslip-record
                               perform count-anonymised-record
                           end-if
                   end-read
               end-perform
               close payslip-file
           end-if
           .

      *    Journal images hold the employee record; the name occupies
      *    positions 6 to 45 of each image.
       anonymise-employee-journal section.
           move JOURNAL-FILE to file-slot
           open i-o employee-journal
           if journal-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               set end-of-pass to false
               perform until end-of-pass
                   read employee-journal
                       at end
                           set end-of-pass to true
                       not at end
                           move journal-employee-number
                               to lookup-employee-number
                           perform find-candidate
                           if candidate-found
                               perform anonymise-journal-images
                           end-if
                   end-read
               end-perform
               close employee-journal
           end-if
           .

       anonymise-journal-images section.
           if journal-before-image not = spaces
               move ANONYMISED-NAME to journal-before-image(6:20)
               move ANONYMISED-NAME to journal-before-image(26:20)
           end-if
           if journal-after-image not = spaces
               move ANONYMISED-NAME to journal-after-image(6:20)
               move ANONYMISED-NAME to journal-after-image(26:20)
           end-if
           rewrite employee-journal-record
           perform count-anonymised-record
           .

       anonymise-payroll-extract section.
           move EXTRACT-FILE to file-slot
           open i-o payroll-extract
           if extract-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               set end-of-pass to false
               perform until end-of-pass
                   read payroll-extract
                       at end
                           set end-of-pass to true
                       not at end
                           move extract-employee-number
                               to lookup-employee-number
                           perform find-candidate
                           if candidate-found
                               move ANONYMISED-NAME
                                   to extract-first-name
                               move ANONYMISED-NAME
                                   to extract-last-name
                               rewrite payroll-extract-record
                               perform count-anonymised-record
                           end-if
                   end-read
               end-perform
               close payroll-extract
           end-if
           .

      *    Diversity declarations serve no purpose once the person
      *    has gone, so they are removed rather than masked.
       remove-diversity-declarations section.
           move DIVERSITY-FILE to file-slot
           open i-o employee-diversity
           if diversity-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               perform varying candidate-index from 1 by 1
                       until candidate-index > candidate-count
                   move candidate-employee(candidate-index)
                       to diversity-employee-number
                   delete employee-diversity
                       not invalid key
                           perform count-anonymised-record
                   end-delete
               end-perform
               close employee-diversity
           end-if
           .

       anonymise-case-summaries section.
           move CASES-FILE to file-slot
           open i-o employee-cases
           if cases-status-key-1 not = "0"
               move "Y" to file-missing-flag(file-slot)
           else
               perform varying candidate-index from 1 by 1
                       until candidate-index > candidate-count
                   perform anonymise-one-employee-cases
               end-perform
               close employee-cases
           end-if
           .

       anonymise-one-employee-cases section.
           set end-of-pass to false
           move candidate-employee(candidate-index)
               to case-employee-number
           start employee-cases key is equal to case-employee-number
               invalid key
                   set end-of-pass to true
           end-start
           perform until end-of-pass
               read employee-cases next record
                   at end
                       set end-of-pass to true
                   not at end
                       if case-employee-number
                               = candidate-employee(candidate-index)
                           move ANONYMISED-NAME to case-summary
                           rewrite employee-case-record
                           perform count-anonymised-record
                       else
                           set end-of-pass to true
                       end-if
               end-read
           end-perform
           .

       record-anonymising-in-audit section.
           open extend audit-log
           if audit-status-key-1 = "0"
               perform varying candidate-index from 1 by 1
                       until candidate-index > candidate-count
                   move candidate-employee(candidate-index)
                       to audit-employee-number
                   move "ANONYMISED" to audit-field-changed
                   move spaces to audit-old-value
                   move cutoff-date to audit-old-value
                   move spaces to audit-new-value
                   move run-timestamp to audit-timestamp
                   move "*RETAIN*" to audit-operator-id
                   write audit-log-record
               end-perform
               close audit-log
           end-if
           .

       print-retention-certificate section.
           open output retention-certificate
           move spaces to print-work-line
           string "===== Data Retention Certificate - "
                      delimited by size
                  todays-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write certificate-line from print-work-line
           move spaces to print-work-line
           string "Retention period " delimited by size
                  retention-years delimited by size
                  " years - former employees who left before "
                      delimited by size
                  cutoff-date delimited by size
                  into print-work-line
           end-string
           write certificate-line from print-work-line
           if trial-run
               move "TRIAL RUN - the employees below are due; no file "
                 & "has been changed." to print-work-line
               write certificate-line from print-work-line
           end-if
           move spaces to print-work-line
           write certificate-line from print-work-line
           move "Emp   Left     Src Arch Mast Cont Bank Audt Slip Jrnl"
             & " Extr Divr Case" to print-work-line
           write certificate-line from print-work-line
           move all "-" to print-work-line
           write certificate-line from print-work-line
           perform varying candidate-index from 1 by 1
                   until candidate-index > candidate-count
               perform print-candidate-line
           end-perform
           move all "-" to print-work-line
           write certificate-line from print-work-line

           if anonymise-run
               move "Records anonymised by file:" to print-work-line
               write certificate-line from print-work-line
               perform varying file-slot from 1 by 1
                       until file-slot > 10
                   perform print-file-total-line
               end-perform
           end-if
           move spaces to print-work-line
           write certificate-line from print-work-line
           move "Kept unchanged for statutory returns: pay amounts on "
             & "the payslip history," to print-work-line
           write certificate-line from print-work-line
           move "payslip deductions, year-to-date totals and salary "
             & "history, which are" to print-work-line
           write certificate-line from print-work-line
           move "held against the employee number only."
               to print-work-line
           write certificate-line from print-work-line
           if already-anonymised > zero
               move spaces to print-work-line
               string already-anonymised delimited by size
                      " records were already anonymised by an "
                          delimited by size
                      "earlier run." delimited by size
                      into print-work-line
               end-string
               write certificate-line from print-work-line
           end-if
           if candidates-dropped > zero
               move spaces to print-work-line
               string "** " delimited by size
                      candidates-dropped delimited by size
                      " further leavers left for the next run - "
                          delimited by size
                      "table full. **" delimited by size
                      into print-work-line
               end-string
               write certificate-line from print-work-line
           end-if
           close retention-certificate
           .

       print-candidate-line section.
           move spaces to print-work-line
           move candidate-employee(candidate-index)
               to print-work-line(1:5)
           move candidate-left-date(candidate-index)
               to print-work-line(7:8)
           move candidate-source(candidate-index)
               to print-work-line(17:1)
           move 19 to print-column
           perform varying file-slot from 1 by 1
                   until file-slot > 10
               move candidate-file-count(candidate-index, file-slot)
                   to formatted-count
               move formatted-count to print-work-line(print-column:4)
               add 5 to print-column
           end-perform
           write certificate-line from print-work-line
           .

       print-file-total-line section.
           move spaces to print-work-line
           evaluate file-slot
               when ARCHIVE-FILE
                   move "  employee-archive.dat" to print-work-line
               when MASTER-FILE
                   move "  employee-data.dat" to print-work-line
               when CONTACT-FILE
                   move "  contact-details.dat" to print-work-line
               when BANK-FILE
                   move "  employee-bank-details.dat" to print-work-line
               when AUDIT-FILE
                   move "  employee-audit.dat" to print-work-line
               when PAYSLIP-FILE-SLOT
                   move "  payslip-file.dat" to print-work-line
               when JOURNAL-FILE
                   move "  employee-journal.dat" to print-work-line
               when EXTRACT-FILE
                   move "  payroll-extract.dat" to print-work-line
               when DIVERSITY-FILE
                   move "  employee-diversity.dat (removed)"
                       to print-work-line
               when other
                   move "  employee-cases.dat" to print-work-line
           end-evaluate
           if file-missing-flag(file-slot) = "Y"
               move "not on file" to print-work-line(40:11)
           else
               move file-total(file-slot) to formatted-total
               move formatted-total to print-work-line(40:7)
           end-if
           write certificate-line from print-work-line
           .
