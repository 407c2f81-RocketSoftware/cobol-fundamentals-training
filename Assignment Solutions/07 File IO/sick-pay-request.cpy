       01  sick-pay-request.
           05  sick-pay-employee-number pic 9(5).
           05  sick-pay-hire-date      pic 9(8).
           05  sick-pay-period-start   pic 9(8).
           05  sick-pay-period-end     pic 9(8).
           05  sick-pay-result         pic X.
               88  sick-pay-calculated     value "Y".
               88  sick-pay-no-scheme      value "N".
               88  sick-pay-range-invalid  value "R".
           05  sick-pay-window-start   pic 9(8).
           05  sick-pay-service-months pic 9(4).
           05  sick-pay-band-flag      pic X.
               88  sick-pay-band-found value "Y" false "N".
           05  sick-pay-band-months    pic 9(3).
           05  sick-pay-full-entitlement   pic 9(3).
           05  sick-pay-half-entitlement   pic 9(3).
           05  sick-pay-full-used      pic 9(3).
           05  sick-pay-half-used      pic 9(3).
           05  sick-pay-nil-used       pic 9(3).
           05  sick-pay-period-full-days   pic 9(3).
           05  sick-pay-period-half-days   pic 9(3).
           05  sick-pay-period-nil-days    pic 9(3).
           05  sick-pay-full-remaining pic 9(3).
           05  sick-pay-half-remaining pic 9(3).
           05  sick-pay-spell-count    pic 9(2).
           05  sick-pay-spells-dropped pic 9(3).
           05  sick-pay-spell-entry    occurs 30 times.
               10  sick-pay-spell-first    pic 9(8).
               10  sick-pay-spell-last     pic 9(8).
               10  sick-pay-spell-days     pic 9(3).
               10  sick-pay-spell-certified pic X.
               10  sick-pay-spell-reason   pic X(4).
               10  sick-pay-spell-when     pic X.
                   88  sick-pay-spell-before   value "B".
                   88  sick-pay-spell-in-period value "P".
