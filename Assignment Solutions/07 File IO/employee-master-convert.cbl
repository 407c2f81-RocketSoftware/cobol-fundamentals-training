               alternate record key last-name
                   of selected-employee with duplicates
               file status file-status-code.
           select old-employee-archive
               assign "employee-archive.dat"
               organization sequential
               file status old-archive-status.
           select employee-archive
               assign "employee-archive-new.dat"
               organization sequential
               file status archive-file-status.

       file section.
       FD  old-employee-data.
           05  old-pay-type            pic X.
           05  old-hourly-rate         pic 9(3)V9(2).
           05  old-manager-number      pic 9(5).
           05  old-probation-end-date  pic 9(8).
           05  old-probation-status    pic X.

       FD  employee-data.
       copy employee-record.

       FD  old-employee-archive.
       01  old-archive-record.
           05  old-archive-employee    pic X(101).
           05  old-archive-termination-date    pic 9(8).
           05  old-archive-timestamp   pic X(21).

       FD  employee-archive.
       01  archive-record.
           05  archive-employee            pic X(104).
           05  archive-termination-date    pic 9(8).
           05  archive-timestamp           pic X(21).

      *    Everyone on file before companies and pay frequencies were
      *    introduced belongs to the primary company and was paid
      *    monthly.
       working-storage section.
       78  ORIGINAL-COMPANY            value "01".
       78  ORIGINAL-FREQUENCY          value "M".
       01  records-read                pic 9(5) value 0.
       01  records-converted           pic 9(5) value 0.
       01  duplicate-keys              pic 9(5) value 0.
       01  archive-records-converted   pic 9(5) value 0.
       01  old-archive-read-status     pic 9 value 0.
           88  end-of-old-archive      value 1 false 0.
       01  old-archive-status.
           05  old-archive-key-1       pic X.
           05  old-archive-key-2       pic X.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.
       01  old-read-status             pic 9 value 0.
           88  end-of-old-master       value 1 false 0.
       01  old-file-status.

           close old-employee-data
           close employee-data
           perform convert-employee-archive
           display "Conversion complete - " records-read
                   " records read, " records-converted
                   " written to employee-data-new.dat, "
                   duplicate-keys " duplicate keys skipped."
           display "Verify the new file, then rename it over "
                   "employee-data.dat before the next update run."
           display "Existing staff are written to the primary "
                   "company and as paid monthly "
                   "- amend the company and pay frequency "
                   "of staff where that differs once converted."
           display "Take a backup and roll the employee journal "
                   "forward first - older backups and journal "
                   "images cannot be read after the change."
           goback
           .

           move old-pay-type to pay-type
           move old-hourly-rate to hourly-rate
           move old-manager-number to manager-employee-number
           move old-probation-end-date to probation-end-date
           move old-probation-status to probation-status
           move ORIGINAL-COMPANY to company-code
           move ORIGINAL-FREQUENCY to pay-frequency
           write selected-employee
               invalid key
                   add 1 to duplicate-keys
                   add 1 to records-converted
           end-write
           .

       convert-employee-archive section.
           open input old-employee-archive
           if old-archive-key-1 not = "0"
               display "No employee-archive.dat - no archive to "
                       "convert."
           else
               open output employee-archive
               perform until end-of-old-archive
                   read old-employee-archive
                       at end
                           set end-of-old-archive to true
                       not at end
                           move old-archive-employee
                               to archive-employee
                           move ORIGINAL-COMPANY
                               to archive-employee(102:2)
                           move ORIGINAL-FREQUENCY
                               to archive-employee(104:1)
                           move old-archive-termination-date
                               to archive-termination-date
                           move old-archive-timestamp
                               to archive-timestamp
                           write archive-record
                           add 1 to archive-records-converted
                   end-read
               end-perform
               close old-employee-archive
               close employee-archive
               display archive-records-converted " archived "
                       "employees written to employee-archive-new.dat"
                       " - rename it over employee-archive.dat too."
           end-if
           .
