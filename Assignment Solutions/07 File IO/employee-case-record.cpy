       01  employee-case-record.
           05  case-id                 pic 9(5).
           05  case-employee-number    pic 9(5).
           05  case-type               pic X.
               88  disciplinary-case   value "D".
               88  grievance-case      value "G".
               88  valid-case-type     values "D" "G".
           05  case-summary            pic X(40).
           05  case-stage              pic X.
               88  stage-investigation value "I".
               88  stage-hearing       value "H".
               88  stage-outcome       value "O".
               88  stage-appeal        value "A".
               88  case-closed         value "C".
           05  case-stage-dates        occurs 4
                                       indexed by case-stage-index.
               10  stage-due-date          pic 9(8).
               10  stage-completed-date    pic 9(8).
           05  case-outcome            pic X(4).
               88  outcome-no-action       value "NFA ".
               88  outcome-is-warning      values "VERB" "WRIT"
                                                  "FINL".
               88  outcome-dismissal       value "DISM".
               88  valid-disciplinary-outcome
                                       values "NFA " "VERB" "WRIT"
                                              "FINL" "DISM".
               88  valid-grievance-outcome
                                       values "NFA " "UPHL" "PART"
                                              "NUPH".
           05  case-warning-expiry     pic 9(8).
           05  case-handler-id         pic X(8).
           05  case-opened-date        pic 9(8).
           05  case-closed-date        pic 9(8).
           05  case-timestamp          pic X(21).
