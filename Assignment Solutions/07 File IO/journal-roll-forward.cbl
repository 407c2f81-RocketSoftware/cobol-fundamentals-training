               88  journal-write       value "WRITE".
               88  journal-rewrite     value "REWRITE".
           05  journal-employee-number pic 9(5).
           05  journal-before-image    pic X(104).
           05  journal-after-image     pic X(104).

       FD  replay-print.
       01  replay-print-line           pic X(90).
