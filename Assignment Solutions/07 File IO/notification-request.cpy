       01  notification-request.
           05  notification-action     pic X.
               88  notification-queue-action   value "Q".
               88  notification-close-action   value "C".
           05  notification-result     pic X.
               88  notification-queued         value "Y".
               88  notification-duplicate      value "D".
               88  notification-closed         value "C".
               88  notification-not-queued     value "N".
           05  notification-type       pic X(8).
           05  notification-reference  pic X(20).
           05  notification-recipient-type pic X.
               88  notification-to-employee    value "E".
               88  notification-to-operator    value "O".
               88  notification-to-observer    value "B".
           05  notification-recipient-id   pic X(8).
           05  notification-subject    pic X(60).
           05  notification-due-date   pic 9(8).
           05  notification-source     pic X(30).
           05  notification-id         pic 9(7).
           05  notification-close-count    pic 9(3).
