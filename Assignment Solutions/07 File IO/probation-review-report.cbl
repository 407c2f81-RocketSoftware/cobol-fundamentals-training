           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       01  notifications-queued        pic 9(3) value 0.

       copy report-catalog-request.
       copy notification-request.

       procedure division.
           move function current-date(1:8) to todays-date
           display "Probation review report written - "
                   review-entry-count " reviews due by "
                   horizon-date "."
           if notifications-queued > zero
               display notifications-queued " review reminders "
                       "queued for managers."
           end-if
           if reviews-dropped > zero
               display reviews-dropped " reviews dropped - table "
                       "full."
               move manager-employee-number
                   to review-manager-number(review-index)
               move "N" to review-printed-flag(review-index)
               perform queue-review-reminder
           else
               add 1 to reviews-dropped
           end-if
           .

      *    The manager is reminded through the notification outbox;
      *    one already open for the same review is not repeated.
       queue-review-reminder section.
           if manager-employee-number not = zero
               set notification-queue-action to true
               move "PROBATN" to notification-type
               move spaces to notification-reference
               string employee-number delimited by size
                      " " delimited by size
                      probation-end-date delimited by size
                      into notification-reference
               end-string
               set notification-to-employee to true
               move manager-employee-number
                   to notification-recipient-id
               move spaces to notification-subject
               string "Probation review due for " delimited by size
                      employee-number delimited by size
                      " " delimited by size
                      review-employee-name(review-index)
                          delimited by size
                      into notification-subject
               end-string
               move probation-end-date to notification-due-date
               move "probation-review-report" to notification-source
               call "notification-outbox"
                   using by reference notification-request
               end-call
               if notification-queued
                   add 1 to notifications-queued
               end-if
           end-if
           .

       print-review-report section.
           perform register-report-run
           open output report-print
