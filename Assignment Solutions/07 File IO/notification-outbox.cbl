       input-output section.
           select notification-outbox
               assign "notification-outbox.dat"
               organization indexed
               access dynamic
               record key outbox-id
               alternate record key outbox-match-key with duplicates
               file status outbox-file-status.

       file section.
       FD  notification-outbox.
       copy notification-record.

      *    Queue: adds a notification unless the same recipient already
      *    has an open one of that type and reference, so a nightly
      *    report can raise its reminders every night without the
      *    recipient getting a new message each time.
      *    Close: the thing to be acted on has been dealt with at
      *    source, so every open notification of that type and
      *    reference is closed whoever it went to.
       working-storage section.
       01  next-outbox-id              pic 9(7) value 0.
       01  next-id-flag                pic X value "N".
           88  next-id-known           value "Y" false "N".
       01  open-duplicate-flag         pic X value "N".
           88  open-duplicate-found    value "Y" false "N".
       01  write-attempts              pic 9.
       01  todays-date                 pic 9(8).
       01  outbox-read-status          pic 9 value 0.
           88  end-of-outbox           value 1 false 0.
       01  outbox-file-status.
           05  outbox-status-key-1     pic X.
           05  outbox-status-key-2     pic X.

       linkage section.
       copy notification-request.

       procedure division using by reference notification-request.
           set notification-not-queued to true
           move zero to notification-id
           move zero to notification-close-count
           move function current-date(1:8) to todays-date
           if notification-type = spaces
                   or notification-reference = spaces
               goback
           end-if
           open i-o notification-outbox
           if outbox-status-key-1 = "3"
               open output notification-outbox
               close notification-outbox
               open i-o notification-outbox
           end-if
           if outbox-status-key-1 not = "0"
               display "Error code " outbox-file-status
                       " opening notification-outbox.dat."
               goback
           end-if
           evaluate true
               when notification-queue-action
                   perform queue-notification
               when notification-close-action
                   perform close-notifications
           end-evaluate
           close notification-outbox
           goback
           .

       queue-notification section.
           if notification-recipient-id = spaces
                   or not (notification-to-employee
                       or notification-to-operator
                       or notification-to-observer)
               continue
           else
               perform check-open-duplicate
               if open-duplicate-found
                   set notification-duplicate to true
               else
                   if not next-id-known
                       perform find-next-outbox-id
                   end-if
                   move zero to write-attempts
                   perform write-outbox-record
                       until notification-queued
                           or write-attempts > 1
               end-if
           end-if
           .

       check-open-duplicate section.
           set open-duplicate-found to false
           set end-of-outbox to false
           move notification-type to outbox-type
           move notification-reference to outbox-reference
           start notification-outbox
                   key is equal to outbox-match-key
               invalid key
                   set end-of-outbox to true
           end-start
           perform until end-of-outbox or open-duplicate-found
               read notification-outbox next record
                   at end
                       set end-of-outbox to true
                   not at end
                       if outbox-type not = notification-type
                               or outbox-reference
                                   not = notification-reference
                           set end-of-outbox to true
                       else
                           if outbox-open
                                   and outbox-recipient-type
                                       = notification-recipient-type
                                   and outbox-recipient-id
                                       = notification-recipient-id
                               set open-duplicate-found to true
                               move outbox-id to notification-id
                           end-if
                       end-if
               end-read
           end-perform
           .

       find-next-outbox-id section.
           move zero to next-outbox-id
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
                       move outbox-id to next-outbox-id
               end-read
           end-perform
           set next-id-known to true
           .

      *    Another program may have queued since the highest id was
      *    found, so a clash sends us back to find it again.
       write-outbox-record section.
           add 1 to write-attempts
           add 1 to next-outbox-id
           initialize notification-record
           move next-outbox-id to outbox-id
           move notification-type to outbox-type
           move notification-reference to outbox-reference
           move notification-recipient-type to outbox-recipient-type
           move notification-recipient-id to outbox-recipient-id
           move notification-subject to outbox-subject
           move notification-due-date to outbox-due-date
           move notification-source to outbox-source
           set outbox-pending to true
           move function current-date to outbox-raised-timestamp
           move todays-date to outbox-status-date
           write notification-record
               invalid key
                   perform find-next-outbox-id
               not invalid key
                   set notification-queued to true
                   move outbox-id to notification-id
           end-write
           .

       close-notifications section.
           set end-of-outbox to false
           move notification-type to outbox-type
           move notification-reference to outbox-reference
           start notification-outbox
                   key is equal to outbox-match-key
               invalid key
                   set end-of-outbox to true
           end-start
           perform until end-of-outbox
               read notification-outbox next record
                   at end
                       set end-of-outbox to true
                   not at end
                       if outbox-type not = notification-type
                               or outbox-reference
                                   not = notification-reference
                           set end-of-outbox to true
                       else
                           if outbox-open
                               set outbox-closed to true
                               move todays-date to outbox-status-date
                               rewrite notification-record
                               add 1 to notification-close-count
                           end-if
                       end-if
               end-read
           end-perform
           if notification-close-count > zero
               set notification-closed to true
           end-if
           .
