       01  payslip-void-record.
           05  void-id                 pic 9(5).
           05  void-employee-number    pic 9(5).
           05  void-period             pic 9(6).
           05  void-slip-timestamp     pic X(21).
           05  void-first-name         pic X(20).
           05  void-last-name          pic X(20).
           05  void-department-code    pic X(4).
           05  void-currency-code      pic X(3).
           05  void-reason-code        pic X(4).
               88  valid-void-reason   values "CALC" "HOUR" "DEDN"
                                              "RATE" "OTHR".
           05  void-reason-text        pic X(30).
           05  void-status             pic X.
               88  void-pending        value "P".
               88  void-approved       value "A".
               88  void-rejected       value "R".
               88  void-reissued       value "I".
           05  void-original-gross     pic 9(7)V9(2).
           05  void-original-deductions pic 9(7)V9(2).
           05  void-original-net       pic 9(7)V9(2).
           05  void-original-expense   pic 9(7)V9(2).
           05  void-deduction-count    pic 9(2).
           05  void-deduction-entry    occurs 15
                                       indexed by void-ded-index.
               10  void-deduction-code     pic X(4).
               10  void-deduction-amount   pic 9(7)V9(2).
           05  void-corrected-gross    pic 9(7)V9(2).
           05  void-corrected-net      pic 9(7)V9(2).
           05  void-requested-by       pic X(8).
           05  void-requested-timestamp pic X(21).
           05  void-approved-by        pic X(8).
           05  void-approved-timestamp pic X(21).
           05  void-reissued-by        pic X(8).
           05  void-reissued-timestamp pic X(21).
