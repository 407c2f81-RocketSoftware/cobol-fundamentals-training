       01  onboarding-template-record.
           05  template-key.
               10  template-department     pic X(4).
               10  template-task-number    pic 9(2).
           05  template-description        pic X(30).
           05  template-owner              pic X(8).
           05  template-due-days           pic 9(3).
           05  template-mandatory          pic X.
               88  template-is-mandatory   value "Y".
