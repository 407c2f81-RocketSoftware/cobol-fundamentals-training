       01  personal-file-status.
           05  personal-status-key-1   pic X.
           05  personal-status-key-2   pic X.
      *    Layout shared with the notification-outbox module.
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

       procedure division.
           move function current-date(1:8) to todays-date
               add 1 to notifications-written
               display "  -> notified observer "
                       table-observer-code(sub-index)
               perform queue-outbox-notification
           end-if
           .

      *    The subscriber is also sent the alert through the common
      *    notification outbox, so it reaches them without waiting
      *    for them to review their personal file.
       queue-outbox-notification section.
           set notification-queue-action to true
           move "RAREBIRD" to notification-type
           move spaces to notification-reference
           string alert-date delimited by size
                  alert-scientific-name delimited by size
                  into notification-reference
           end-string
           set notification-to-observer to true
           move table-observer-code(sub-index)
               to notification-recipient-id
           move spaces to notification-subject
           string "Rare species " delimited by size
                  alert-scientific-name delimited by "  "
                  " at " delimited by size
                  alert-location delimited by "  "
                  into notification-subject
           end-string
           move todays-date to notification-due-date
           move "pending-alerts" to notification-source
           call "notification-outbox"
               using by reference notification-request
           end-call
           .

       review-one-personal-file section.
           display "Please enter the observer code:"
           move spaces to review-observer-code
