       01  take-home-request.
           05  th-result-flag          pic X.
               88  th-estimate-done    value "Y".
               88  th-estimate-abandoned value "N".
           05  th-employee-number      pic 9(5).
           05  th-currency-code        pic X(3).
           05  th-periods-per-year     pic 9(2).
           05  th-salary-count         pic 9.
           05  th-salary-estimate      occurs 2.
               10  th-annual-gross     pic 9(7)V9(2).
               10  th-period-gross     pic 9(7)V9(2).
               10  th-period-deductions pic 9(7)V9(2).
               10  th-period-net       pic S9(7)V9(2).
               10  th-annual-net       pic S9(9)V9(2).
