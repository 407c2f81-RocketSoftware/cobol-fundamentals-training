               88  on-probation        value "P".
               88  probation-confirmed value "C".
               88  probation-failed    value "F".
           05  company-code            pic X(2).
           05  pay-frequency           pic X.
               88  paid-weekly         value "W".
               88  paid-monthly        values "M" " ".
               88  valid-pay-frequency values "M" "W".
