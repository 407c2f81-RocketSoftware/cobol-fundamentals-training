       01  project-time-line.
           05  line-employee-number    pic 9(5).
           05  line-week-ending        pic 9(8).
           05  line-project-code       pic X(6).
           05  line-hours              pic 9(3)V9(2).
           05  line-timestamp          pic X(21).
