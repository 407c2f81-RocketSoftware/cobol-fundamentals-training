       copy record-function.
       01  records-read                pic 9(7) value 0.
       01  records-applied             pic 9(7) value 0.
       01  records-held                pic 9(7) value 0.
       01  records-rejected            pic 9(7) value 0.
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
           close reject-file
           display "Resubmission complete - " records-read
                   " records read, " records-applied " applied, "
                   records-rejected " rejected again, "
                   records-held " held for approval."
           goback
           .

           call "employee-record-manager"
                using by reference record-function
           end-call
           evaluate true
               when batch-call-rejected
                   perform write-reject-record
               when batch-call-held
                   add 1 to records-held
               when other
                   add 1 to records-applied
           end-evaluate
           .

       write-reject-record section.
