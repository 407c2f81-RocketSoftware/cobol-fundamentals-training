       01  notification-record.
           05  outbox-id               pic 9(7).
           05  outbox-match-key.
               10  outbox-type         pic X(8).
               10  outbox-reference    pic X(20).
           05  outbox-recipient-type   pic X.
               88  outbox-to-employee  value "E".
               88  outbox-to-operator  value "O".
               88  outbox-to-observer  value "B".
           05  outbox-recipient-id     pic X(8).
           05  outbox-subject          pic X(60).
           05  outbox-due-date         pic 9(8).
           05  outbox-source           pic X(30).
           05  outbox-status           pic X.
               88  outbox-pending      value "P".
               88  outbox-sent         value "S".
               88  outbox-overdue      value "O".
               88  outbox-acknowledged value "A".
               88  outbox-closed       value "C".
               88  outbox-open         values "P" "S" "O".
           05  outbox-raised-timestamp pic X(21).
           05  outbox-sent-date        pic 9(8).
           05  outbox-send-count       pic 9(2).
           05  outbox-status-date      pic 9(8).
