           88  review-approve          value "A" "a".
           88  review-reject           value "R" "r".
       01  requests-reviewed           pic 9(3) value 0.
       01  cover-chunk-end             pic 9(8).
       01  cover-date-integer          pic 9(8).
       01  cover-day-index             pic 9(2).
       01  cover-warning-flag          pic X value "N".
           88  cover-warning-given     value "Y" false "N".
       01  cover-override-response     pic X.
           88  cover-override-accepted value "Y" "y".
       01  cover-decision-flag         pic X value "Y".
           88  cover-approval-allowed  value "Y" false "N".
       01  formatted-days              pic Z9.9.
       01  formatted-entitlement       pic ZZ9.99.
       01  formatted-accrued           pic ZZ9.99.
       01  sickness-certified-entry    pic X.
       01  sickness-reason-entry       pic X(4).
       copy business-day-request.
       copy department-cover-request.
       copy notification-request.

       linkage section.
       copy record-function.
                           "employee " request-employee-number
                           " - awaiting approval by manager "
                           request-manager-number "."
                   perform queue-approval-reminder
           end-write
           .

      *    The manager is told through the notification outbox; the
      *    reminder is closed once the request is decided or withdrawn.
       queue-approval-reminder section.
           if request-manager-number not = zero
               set notification-queue-action to true
               move "LEAVEREQ" to notification-type
               move request-id to notification-reference
               set notification-to-employee to true
               move request-manager-number
                   to notification-recipient-id
               move spaces to notification-subject
               string "Leave request " delimited by size
                      request-id delimited by size
                      " from employee " delimited by size
                      request-employee-number delimited by size
                      " awaits your approval" delimited by size
                      into notification-subject
               end-string
               move request-start-date to notification-due-date
               move "leave-manager" to notification-source
               call "notification-outbox"
                   using by reference notification-request
               end-call
           end-if
           .

       close-approval-reminder section.
           set notification-close-action to true
           move "LEAVEREQ" to notification-type
           move request-id to notification-reference
           call "notification-outbox"
               using by reference notification-request
           end-call
           .

       review-manager-requests section.
           display "Please enter your manager employee number:"
           move zero to review-manager-entry
                   set request-rejected to true
                   move function current-date to request-timestamp
                   rewrite leave-request-record
                   perform close-approval-reminder
                   display "Request " request-id " rejected - the "
                           "balance is untouched."
               when other
           .

       approve-leave-request section.
           perform check-department-cover
           if not cover-approval-allowed
               display "Request " request-id " left pending."
           else
               perform post-approved-leave
           end-if
           .

      *    Warn the approver when this leave, together with leave
      *    already approved and sickness, would take the department
      *    below its minimum cover on any working day.
       check-department-cover section.
           set cover-approval-allowed to true
           set cover-warning-given to false
           move request-employee-number to employee-number
           read employee-data
               invalid key
                   move spaces to department-code
           end-read
           if department-code not = spaces
               move department-code to cover-department-code
               move request-start-date to cover-start-date
               perform check-cover-period
                   until cover-start-date > request-end-date
           end-if
           if cover-warning-given
               display "Approve anyway? (Y/N)"
               move space to cover-override-response
               accept cover-override-response
               if not cover-override-accepted
                   set cover-approval-allowed to false
               end-if
           end-if
           .

       check-cover-period section.
           compute cover-date-integer =
               function integer-of-date(cover-start-date) + 30
           compute cover-chunk-end =
               function date-of-integer(cover-date-integer)
           if cover-chunk-end > request-end-date
               move request-end-date to cover-chunk-end
           end-if
           move cover-chunk-end to cover-end-date
           move request-id to cover-proposed-request
           call "department-cover"
                   using by reference department-cover-request
           end-call
           if cover-checked and cover-short-days > zero
               perform varying cover-day-index from 1 by 1
                       until cover-day-index > cover-day-count
                   if cover-day-short(cover-day-index)
                       set cover-warning-given to true
                       display "WARNING - department "
                               cover-department-code " would have "
                               cover-day-off(cover-day-index)
                               " off on "
                               cover-day-date(cover-day-index)
                               " - minimum cover is "
                               cover-minimum-staff " of "
                               cover-headcount "."
                   end-if
               end-perform
           end-if
           compute cover-date-integer =
               function integer-of-date(cover-chunk-end) + 1
           compute cover-start-date =
               function date-of-integer(cover-date-integer)
           .

       post-approved-leave section.
           move request-employee-number to balance-employee-number
           read leave-balances
               invalid key
           set request-approved to true
           move function current-date to request-timestamp
           rewrite leave-request-record
           perform close-approval-reminder
           move remaining-days to formatted-remaining
           display "Request " request-id " approved - "
                   formatted-remaining " days remaining."
                       move function current-date
                           to request-timestamp
                       rewrite leave-request-record
                       perform close-approval-reminder
                       display "Request " request-id " cancelled - "
                               "the balance is untouched."
                   else
