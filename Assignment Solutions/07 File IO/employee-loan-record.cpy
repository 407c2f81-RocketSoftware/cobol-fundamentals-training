       01  employee-loan-record.
           05  loan-key.
               10  loan-employee-number    pic 9(5).
               10  loan-reference          pic X(8).
           05  loan-type                   pic X(4).
               88  season-ticket-loan      value "STKT".
               88  salary-advance          value "ADVN".
               88  valid-loan-type         values "STKT" "ADVN" "OTHR".
           05  loan-principal              pic 9(7)V9(2).
           05  loan-balance                pic 9(7)V9(2).
           05  loan-instalment-count       pic 9(3).
           05  loan-instalments-paid       pic 9(3).
           05  loan-first-period           pic 9(6).
           05  loan-status                 pic X.
               88  loan-active             value "A".
               88  loan-cleared            value "C".
               88  loan-settled-on-leaving value "S".
           05  loan-agreed-date            pic 9(8).
           05  loan-timestamp              pic X(21).
