                using by reference record-function
           end-call
           add 1 to amends-issued
           evaluate true
               when batch-call-rejected
                   set response-rejected to true
                   move batch-reject-reason to response-reason
                   move "Amendment rejected." to response-data
               when batch-call-held
                   set response-accepted to true
                   move "HELD" to response-reason
                   move "Amendment awaiting approval." to response-data
               when other
                   set response-accepted to true
                   move spaces to response-reason
                   move "Amendment applied." to response-data
           end-evaluate
           perform write-response-record
           .

