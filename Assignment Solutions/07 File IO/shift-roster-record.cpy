       01  shift-roster-record.
           05  roster-key.
               10  roster-employee-number  pic 9(5).
               10  roster-date             pic 9(8).
           05  roster-department-code  pic X(4).
           05  roster-planned-start    pic 9(4).
           05  roster-planned-end      pic 9(4).
           05  roster-timestamp        pic X(21).
