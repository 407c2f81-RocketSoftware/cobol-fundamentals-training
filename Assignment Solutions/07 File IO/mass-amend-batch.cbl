           05  rj-status-key-1         pic X.
           05  rj-status-key-2         pic X.
       01  records-rejected            pic 9(7) value 0.
       01  records-held                pic 9(7) value 0.
       01  verify-detail-count         pic 9(7) value 0.
       01  verify-number-hash          pic 9(11) value 0.
       01  header-seen-flag            pic X value "N".
           close reject-file
           display "Mass amend complete - " records-done
                   " records processed, " records-rejected
                   " rejected, " records-held
                   " held for approval."
           goback
           .

           if batch-call-rejected
               perform write-reject-record
           end-if
           if batch-call-held
               add 1 to records-held
           end-if
           add 1 to records-done
           perform write-checkpoint
           .
