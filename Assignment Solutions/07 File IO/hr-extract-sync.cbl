       01  extract-records-read        pic 9(5) value 0.
       01  new-starters-loaded         pic 9(5) value 0.
       01  fields-amended              pic 9(5) value 0.
       01  fields-held                 pic 9(5) value 0.
       01  transactions-rejected       pic 9(5) value 0.
       01  missing-from-extract        pic 9(5) value 0.
       01  master-found-flag           pic X value "N".
       01  saved-hr-record             pic X(71).
       01  salary-compare-edit         pic 9(7).9(2).
       01  print-work-line             pic X(90).
       01  change-line-tag             pic X(5).
       01  hr-extract-status.
           05  hr-status-key-1         pic X.
           05  hr-status-key-2         pic X.
                  new-starters-loaded delimited by size
                  ", fields amended: " delimited by size
                  fields-amended delimited by size
                  ", held for approval: " delimited by size
                  fields-held delimited by size
                  into print-work-line
           end-string
           write delta-print-line from print-work-line
           display "HR sync complete - " extract-records-read
                   " extract records, " new-starters-loaded
                   " new starters, " fields-amended
                   " fields amended, " fields-held
                   " held for approval, " transactions-rejected
                   " rejected, " missing-from-extract
                   " missing from the extract, "
                   extract-numbers-dropped " numbers dropped."
           call "employee-record-manager"
                using by reference record-function
           end-call
           evaluate true
               when batch-call-rejected
                   add 1 to transactions-rejected
                   perform print-reject-line
               when batch-call-held
                   add 1 to fields-held
                   move "HLD  " to change-line-tag
                   perform print-change-line
               when other
                   add 1 to fields-amended
                   move "CHG  " to change-line-tag
                   perform print-change-line
           end-evaluate
           .

       print-change-line section.
           move spaces to print-work-line
           string change-line-tag delimited by size
                  hr-employee-number delimited by size
                  " field " delimited by size
                  batch-amend-selection delimited by size
                  " -> " delimited by size
                  batch-new-value delimited by size
                  into print-work-line
           end-string
           write delta-print-line from print-work-line
           .

       print-reject-line section.
