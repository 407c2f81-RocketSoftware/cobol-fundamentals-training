               88  change-pending      value "P".
               88  change-applied      value "A".
               88  change-rejected     value "R".
               88  change-held-for-approval    value "H".

       working-storage section.
       copy record-function.
       01  changes-applied             pic 9(5) value 0.
       01  changes-rejected            pic 9(5) value 0.
       01  changes-waiting             pic 9(5) value 0.
       01  changes-held                pic 9(5) value 0.
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  pending-file-status.
                   changes-read " read, "
                   changes-applied " applied, "
                   changes-rejected " rejected, "
                   changes-held " held for approval, "
                   changes-waiting " not yet due."
           if retro-records-written > zero
               display retro-records-written " retro adjustments "

       apply-pending-change section.
           perform check-for-backdated-salary
           if pending-field-code = 4
               set delete-function to true
           else
               set amend-function to true
           end-if
           move pending-employee-number to selected-employee-number
           move pending-field-code to batch-amend-selection
           move pending-new-value to batch-new-value
           move pending-effective-date to batch-effective-date
           call "employee-record-manager"
                using by reference record-function
           end-call
           evaluate true
               when batch-call-rejected
                   add 1 to changes-rejected
                   set change-rejected to true
                   display "Pending change for employee "
                           pending-employee-number " rejected - "
                           "reason " batch-reject-reason "."
               when batch-call-held
                   add 1 to changes-held
                   set change-held-for-approval to true
               when other
                   add 1 to changes-applied
                   set change-applied to true
                   if backdated-salary-change
                       perform write-retro-adjustment
                   end-if
           end-evaluate
           rewrite pending-change-record
           .

