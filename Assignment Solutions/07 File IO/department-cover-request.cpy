       01  department-cover-request.
           05  cover-department-code   pic X(4).
           05  cover-start-date        pic 9(8).
           05  cover-end-date          pic 9(8).
           05  cover-proposed-request  pic 9(5).
           05  cover-result            pic X.
               88  cover-checked       value "Y".
               88  cover-range-invalid value "R".
           05  cover-level-flag        pic X.
               88  cover-level-set     value "Y" false "N".
           05  cover-minimum-staff     pic 9(3).
           05  cover-headcount         pic 9(3).
           05  cover-allowed-off       pic 9(3).
           05  cover-short-days        pic 9(2).
           05  cover-risk-days         pic 9(2).
           05  cover-day-count         pic 9(2).
           05  cover-day-entry         occurs 31 times.
               10  cover-day-date      pic 9(8).
               10  cover-day-type      pic X.
                   88  cover-working-day       value "W".
                   88  cover-public-holiday    value "H".
               10  cover-day-off       pic 9(3).
               10  cover-day-pending   pic 9(3).
               10  cover-day-state     pic X.
                   88  cover-day-short     value "S".
                   88  cover-day-at-risk   value "R".
                   88  cover-day-covered   value " ".
           05  cover-employee-count    pic 9(3).
           05  cover-employees-dropped pic 9(3).
           05  cover-employee-entry    occurs 100 times.
               10  cover-employee-number   pic 9(5).
               10  cover-employee-name     pic X(20).
               10  cover-employee-marks.
                   15  cover-mark      pic X occurs 31 times.
