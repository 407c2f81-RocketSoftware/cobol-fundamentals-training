       01  onboarding-request.
           05  onboarding-employee-number  pic 9(5).
           05  onboarding-department       pic X(4).
           05  onboarding-hire-date        pic 9(8).
           05  onboarding-tasks-created    pic 9(2).
           05  onboarding-result           pic X.
               88  onboarding-created      value "Y".
               88  onboarding-already-set  value "A".
               88  onboarding-failed       value "N".
