           05  ring-age-code           pic X.
           05  ring-sex-code           pic X.
           05  ring-observer-code      pic X(2).
           05  ring-biometrics         pic X(9).

       FD  ring-recaptures.
       01  ring-recapture-record.
           05  recapture-observer-code pic X(2).
           05  recapture-control-flag  pic X.
               88  foreign-control     value "F".
           05  recapture-biometrics    pic X(9).

       FD  site-register.
       01  site-register-record.
