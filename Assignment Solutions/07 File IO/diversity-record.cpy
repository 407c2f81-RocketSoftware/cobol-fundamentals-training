       01  diversity-record.
           05  diversity-employee-number   pic 9(5).
           05  diversity-gender            pic X.
               88  gender-male             value "M".
               88  gender-female           value "F".
               88  valid-gender            values "M" "F" "X" "U".
           05  diversity-ethnicity         pic X(4).
           05  diversity-disability        pic X.
               88  valid-disability-flag   values "Y" "N" "U".
           05  diversity-declared-date     pic 9(8).
           05  diversity-operator-id       pic X(8).
           05  diversity-timestamp         pic X(21).
