       01  loan-instalment-record.
           05  instalment-key.
               10  instalment-employee-number  pic 9(5).
               10  instalment-loan-reference   pic X(8).
               10  instalment-number           pic 9(3).
           05  instalment-due-period       pic 9(6).
           05  instalment-amount           pic 9(7)V9(2).
           05  instalment-interest-part    pic 9(7)V9(2).
           05  instalment-principal-part   pic 9(7)V9(2).
           05  instalment-balance-after    pic 9(9)V9(2).
           05  instalment-status           pic X.
               88  instalment-pending      value "P".
               88  instalment-deducted     value "D".
               88  instalment-settled      value "S".
           05  instalment-paid-period      pic 9(6).
