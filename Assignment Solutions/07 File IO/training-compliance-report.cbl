           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.

       01  notifications-queued        pic 9(3) value 0.

       copy report-catalog-request.
       copy notification-request.

       procedure division.
           move function current-date(1:8) to todays-date
           display "Compliance check complete - " employees-checked
                   " employees checked, " exception-count
                   " exceptions listed."
           if notifications-queued > zero
               display notifications-queued " certification reminders "
                       "queued."
           end-if
           if exceptions-dropped > zero
               display exceptions-dropped " exceptions dropped - "
                       "table full."
               move print-work-line(1:8)
                   to exception-status(exception-index)
               move "N" to exception-printed-flag(exception-index)
               perform queue-certification-reminders
           else
               add 1 to exceptions-dropped
           end-if
           .

      *    The employee and their manager are each reminded through
      *    the notification outbox.  A missing certificate is due now;
      *    a lapsing one is due on its expiry date.
       queue-certification-reminders section.
           set notification-queue-action to true
           move "TRAINEXP" to notification-type
           move spaces to notification-reference
           string employee-number delimited by size
                  required-course-code(course-index) delimited by size
                  completion-expiry-date delimited by size
                  into notification-reference
           end-string
           move spaces to notification-subject
           string exception-status(exception-index) delimited by space
                  " certification " delimited by size
                  required-course-code(course-index) delimited by space
                  " for employee " delimited by size
                  employee-number delimited by size
                  into notification-subject
           end-string
           if completion-expiry-date = zero
               move todays-date to notification-due-date
           else
               move completion-expiry-date to notification-due-date
           end-if
           move "training-compliance-report" to notification-source
           set notification-to-employee to true
           move employee-number to notification-recipient-id
           perform queue-one-reminder
           if manager-employee-number not = zero
               move manager-employee-number
                   to notification-recipient-id
               perform queue-one-reminder
           end-if
           .

       queue-one-reminder section.
           call "notification-outbox"
               using by reference notification-request
           end-call
           if notification-queued
               add 1 to notifications-queued
           end-if
           .

       print-compliance-report section.
           perform register-report-run
           open output report-print
