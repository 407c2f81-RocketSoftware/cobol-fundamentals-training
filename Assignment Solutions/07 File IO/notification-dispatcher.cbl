       input-output section.
           select notification-outbox
               assign "notification-outbox.dat"
               organization indexed
               access dynamic
               record key outbox-id
               alternate record key outbox-match-key with duplicates
               file status outbox-file-status.
           select acknowledgements
               assign "notification-acknowledgements.txt"
               organization line sequential
               file status ack-file-status.
           select outbound-messages
               assign "notification-messages.txt"
               organization line sequential
               file status message-file-status.
           select report-print
               assign catalog-output-file-name
               organization line sequential
               file status report-print-status.

       file section.
       FD  notification-outbox.
       copy notification-record.

       FD  acknowledgements.
       01  acknowledgement-record.
           05  ack-notification-id     pic 9(7).
           05  filler                  pic X.
           05  ack-date                pic 9(8).

       FD  outbound-messages.
       01  outbound-message-record.
           05  message-kind            pic X(5).
               88  message-new         value "NEW".
               88  message-chase       value "CHASE".
           05  filler                  pic X.
           05  message-notification-id pic 9(7).
           05  filler                  pic X.
           05  message-recipient-type  pic X.
           05  filler                  pic X.
           05  message-recipient-id    pic X(8).
           05  filler                  pic X.
           05  message-type            pic X(8).
           05  filler                  pic X.
           05  message-reference       pic X(20).
           05  filler                  pic X.
           05  message-due-date        pic 9(8).
           05  filler                  pic X.
           05  message-subject         pic X(60).

       FD  report-print.
       01  report-print-line           pic X(132).

      *    Nightly step.  Acknowledgements returned by the mail gateway
      *    are applied first, then every pending notification goes out
      *    and every sent one now past its due date is chased once and
      *    marked overdue.  The message file is rebuilt each night for
      *    the gateway to collect; the outbox keeps the history.
       working-storage section.
       78  LINES-PER-PAGE              value 55.
       01  todays-date                 pic 9(8).
       01  acks-read                   pic 9(5) value 0.
       01  acks-applied                pic 9(5) value 0.
       01  acks-unmatched              pic 9(5) value 0.
       01  messages-sent               pic 9(5) value 0.
       01  chases-sent                 pic 9(5) value 0.
       01  open-overdue-count          pic 9(5) value 0.
       01  awaiting-ack-count          pic 9(5) value 0.
       01  page-number                 pic 9(4) value 0.
       01  formatted-page-number       pic ZZZ9.
       01  lines-printed               pic 9(2) value 0.
       01  formatted-count             pic ZZ,ZZ9.
       01  dispatch-action             pic X(13).
       01  print-work-line             pic X(132).
       01  outbox-read-status          pic 9 value 0.
           88  end-of-outbox           value 1 false 0.
       01  ack-read-status             pic 9 value 0.
           88  end-of-acks             value 1 false 0.
       01  outbox-file-status.
           05  outbox-status-key-1     pic X.
           05  outbox-status-key-2     pic X.
       01  ack-file-status.
           05  ack-status-key-1        pic X.
           05  ack-status-key-2        pic X.
       01  message-file-status.
           05  message-status-key-1    pic X.
           05  message-status-key-2    pic X.
       01  report-print-status.
           05  print-status-key-1      pic X.
           05  print-status-key-2      pic X.
       copy report-catalog-request.

       procedure division.
           move function current-date(1:8) to todays-date
           display "===== Notification Dispatcher - " todays-date
                   " ====="
           open i-o notification-outbox
           if outbox-status-key-1 not = "0"
               display "No notification outbox on file - nothing "
                       "to dispatch."
               goback
           end-if
           perform apply-acknowledgements

           open output outbound-messages
           if message-status-key-1 not = "0"
               display "Error code " message-file-status
                       " opening notification-messages.txt - "
                       "dispatch abandoned."
               close notification-outbox
               move 16 to return-code
               goback
           end-if
           perform register-report-run
           open output report-print
           move zero to page-number
           perform print-page-headings
           perform dispatch-notifications
           perform print-dispatch-totals
           close report-print
           perform catalogue-report-run
           close outbound-messages
           close notification-outbox

           display "Dispatch complete - " messages-sent " sent, "
                   chases-sent " overdue chased, " acks-applied
                   " acknowledged."
           if acks-unmatched > zero
               display acks-unmatched " acknowledgements did not "
                       "match an open notification."
           end-if
           move zero to return-code
           goback
           .

      *    The acknowledgement file is emptied once applied so the
      *    gateway can start a fresh one; applying the same one twice
      *    does no harm.
       apply-acknowledgements section.
           open input acknowledgements
           if ack-status-key-1 = "0"
               set end-of-acks to false
               perform until end-of-acks
                   read acknowledgements
                       at end
                           set end-of-acks to true
                       not at end
                           add 1 to acks-read
                           perform apply-one-acknowledgement
                   end-read
               end-perform
               close acknowledgements
               open output acknowledgements
               close acknowledgements
           end-if
           .

       apply-one-acknowledgement section.
           move ack-notification-id to outbox-id
           read notification-outbox
               invalid key
                   add 1 to acks-unmatched
               not invalid key
                   if outbox-sent or outbox-overdue
                       set outbox-acknowledged to true
                       if ack-date not numeric or ack-date = zero
                           move todays-date to outbox-status-date
                       else
                           move ack-date to outbox-status-date
                       end-if
                       rewrite notification-record
                       add 1 to acks-applied
                   else
                       add 1 to acks-unmatched
                   end-if
           end-read
           .

       dispatch-notifications section.
           set end-of-outbox to false
           move zero to outbox-id
           start notification-outbox
                   key is greater than outbox-id
               invalid key
                   set end-of-outbox to true
           end-start
           perform until end-of-outbox
               read notification-outbox next record
                   at end
                       set end-of-outbox to true
                   not at end
                       perform dispatch-one-notification
               end-read
           end-perform
           .

       dispatch-one-notification section.
           evaluate true
               when outbox-pending
                   move "NEW" to message-kind
                   perform write-outbound-message
                   set outbox-sent to true
                   move todays-date to outbox-sent-date
                   move todays-date to outbox-status-date
                   add 1 to outbox-send-count
                   rewrite notification-record
                   add 1 to messages-sent
                   move "SENT" to dispatch-action
                   perform print-notification-line
               when outbox-sent and outbox-due-date < todays-date
                   move "CHASE" to message-kind
                   perform write-outbound-message
                   set outbox-overdue to true
                   move todays-date to outbox-status-date
                   add 1 to outbox-send-count
                   rewrite notification-record
                   add 1 to chases-sent
                   add 1 to open-overdue-count
                   move "OVERDUE-CHASE" to dispatch-action
                   perform print-notification-line
               when outbox-sent
                   add 1 to awaiting-ack-count
               when outbox-overdue
                   add 1 to open-overdue-count
                   move "STILL OVERDUE" to dispatch-action
                   perform print-notification-line
               when outbox-acknowledged or outbox-closed
                   if outbox-status-date = todays-date
                       if outbox-acknowledged
                           move "ACKNOWLEDGED" to dispatch-action
                       else
                           move "CLOSED" to dispatch-action
                       end-if
                       perform print-notification-line
                   end-if
           end-evaluate
           .

       write-outbound-message section.
           move spaces to outbound-message-record
           move outbox-id to message-notification-id
           move outbox-recipient-type to message-recipient-type
           move outbox-recipient-id to message-recipient-id
           move outbox-type to message-type
           move outbox-reference to message-reference
           move outbox-due-date to message-due-date
           move outbox-subject to message-subject
           write outbound-message-record
           .

       print-notification-line section.
           move spaces to print-work-line
           string outbox-id delimited by size
                  "  " delimited by size
                  dispatch-action delimited by size
                  " " delimited by size
                  outbox-recipient-type delimited by size
                  " " delimited by size
                  outbox-recipient-id delimited by size
                  "  " delimited by size
                  outbox-type delimited by size
                  "  " delimited by size
                  outbox-due-date delimited by size
                  "  " delimited by size
                  outbox-subject delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           .

       print-dispatch-totals section.
           move spaces to print-work-line
           perform write-print-line
           move acks-applied to formatted-count
           move spaces to print-work-line
           string "Acknowledgements applied:   " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move acks-unmatched to formatted-count
           move spaces to print-work-line
           string "Acknowledgements unmatched: " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move messages-sent to formatted-count
           move spaces to print-work-line
           string "New notifications sent:     " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move chases-sent to formatted-count
           move spaces to print-work-line
           string "Overdue chases sent:        " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move awaiting-ack-count to formatted-count
           move spaces to print-work-line
           string "Sent, awaiting acknowledgement: " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           move open-overdue-count to formatted-count
           move spaces to print-work-line
           string "Open and overdue:           " delimited by size
                  formatted-count delimited by size
                  into print-work-line
           end-string
           perform write-print-line
           .

       write-print-line section.
           if lines-printed >= LINES-PER-PAGE
               perform print-page-headings
           end-if
           write report-print-line from print-work-line
           add 1 to lines-printed
           add 1 to catalog-line-count
           .

       print-page-headings section.
           add 1 to page-number
           move page-number to formatted-page-number
           move spaces to print-work-line
           string "Notification Dispatch   Run date: " delimited by size
                  todays-date delimited by size
                  "   Page " delimited by size
                  formatted-page-number delimited by size
                  into print-work-line
           end-string
           if page-number > 1
               move spaces to report-print-line
               write report-print-line after advancing page
           end-if
           write report-print-line from print-work-line
           move "Id       Action        Recipient   Type      "
               & "Due       Subject" to print-work-line
           write report-print-line from print-work-line
           move all "-" to print-work-line
           write report-print-line from print-work-line
           move 3 to lines-printed
           .

       register-report-run section.
           set catalog-open-action to true
           move "NOTIFICATION-DISPATCH" to catalog-report-name
           move "notification-dispatch-print.txt"
               to catalog-base-file-name
           move zero to catalog-page-count
           move zero to catalog-line-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .

       catalogue-report-run section.
           set catalog-close-action to true
           move "*REPORT*" to catalog-operator-id
           move page-number to catalog-page-count
           call "report-catalog"
               using by reference report-catalog-request
           end-call
           .
