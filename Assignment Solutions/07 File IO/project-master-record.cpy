       01  project-master-record.
           05  project-code            pic X(6).
           05  project-client          pic X(30).
           05  project-cost-centre     pic X(6).
           05  project-budget-hours    pic 9(5)V9(2).
           05  project-budget-cost     pic 9(7)V9(2).
           05  project-status          pic X.
               88  project-open        value "O".
               88  project-closed      value "C".
               88  valid-project-status    values "O" "C".
