       01  bank-details-record.
           05  bank-employee-number    pic 9(5).
           05  bank-confirmed-details.
               10  bank-split-count        pic 9.
               10  bank-split              occurs 3
                                           indexed by bank-split-index.
                   15  bank-sort-code          pic X(6).
                   15  bank-account-number     pic X(8).
                   15  bank-fixed-amount       pic 9(7)V9(2).
           05  bank-pending-details.
               10  pending-split-count     pic 9.
               10  pending-split           occurs 3
                                       indexed by pending-split-index.
                   15  pending-sort-code       pic X(6).
                   15  pending-account-number  pic X(8).
                   15  pending-fixed-amount    pic 9(7)V9(2).
           05  bank-change-status      pic X.
               88  bank-change-pending value "P".
               88  bank-details-confirmed  value "C".
           05  bank-changed-by         pic X(8).
           05  bank-changed-timestamp  pic X(21).
           05  bank-confirmed-by       pic X(8).
           05  bank-confirmed-timestamp    pic X(21).
