       01  overpayment-record.
           05  overpayment-key.
               10  overpayment-employee-number pic 9(5).
               10  overpayment-reference       pic X(8).
           05  overpayment-original-amount pic 9(7)V9(2).
           05  overpayment-reason          pic X(30).
           05  overpayment-recovery-amount pic 9(7)V9(2).
           05  overpayment-balance         pic 9(7)V9(2).
           05  overpayment-status          pic X.
               88  overpayment-recovering  value "A".
               88  overpayment-cleared     value "C".
               88  overpayment-referred    value "D".
               88  overpayment-written-off value "W".
               88  valid-overpayment-status
                                           values "A" "C" "D" "W".
           05  overpayment-raised-date     pic 9(8).
           05  overpayment-timestamp       pic X(21).
