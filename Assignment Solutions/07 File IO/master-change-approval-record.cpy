       01  master-change-approval-record.
           05  approval-id             pic 9(5).
           05  approval-employee-number    pic 9(5).
           05  approval-field-code     pic 99.
               88  approval-salary         value 3.
               88  approval-pay-grade      value 8.
               88  approval-manager        value 10.
           05  approval-field-name     pic X(15).
           05  approval-old-value      pic X(20).
           05  approval-new-value      pic X(20).
           05  approval-effective-date pic 9(8).
           05  approval-status         pic X.
               88  approval-awaiting       value "H".
               88  approval-applied        value "A".
               88  approval-rejected       value "R".
               88  approval-apply-failed   value "F".
           05  approval-reject-reason  pic X(4).
           05  approval-requested-by   pic X(8).
           05  approval-requested-timestamp    pic X(21).
           05  approval-decided-by     pic X(8).
           05  approval-decided-timestamp  pic X(21).
