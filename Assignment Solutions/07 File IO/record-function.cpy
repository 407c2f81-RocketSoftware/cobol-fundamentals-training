               88  transfer-function       value 8.
               88  leave-function          value 9.
               88  training-function       value 10.
               88  expense-function        value 11.
               88  pension-function        value 12.
               88  case-function           value 13.
               88  valid-function          values 1 thru 13.
           05  batch-mode                  pic X value "N".
               88  running-in-batch        value "Y".
           05  batch-new-hire.
           05  batch-result                pic X value spaces.
               88  batch-call-accepted     value "A".
               88  batch-call-rejected     value "R".
               88  batch-call-held         value "H".
           05  batch-reject-reason         pic X(4).
               88  reject-not-found        value "NFND".
               88  reject-non-numeric      value "NNUM".
               88  reject-duplicate-key    value "DUPK".
               88  reject-write-failure    value "WERR".
               88  reject-bad-function     value "FUNC".
               88  reject-not-authorised   value "AUTH".
           05  approval-mode               pic X value "N".
               88  applying-approved-change    value "Y" false "N".
           05  batch-effective-date        pic 9(8) value 0.
           05  batch-company-code          pic X(2) value spaces.
