       input-output section.
           select sighting-verification
               assign "sightings-for-verification.dat"
               organization indexed
               access dynamic
               record key verification-id
               file status verification-file-status.
           select bird-spotting-data assign "bird-spotting-data.txt"
               organization sequential
               file status file-status-code.
           select observers-file assign "observers.dat"
               organization line sequential
               file status observers-file-status.

       file section.
       FD  sighting-verification.
       01  verification-record.
           05  verification-id         pic 9(6).
           05  verification-status     pic X.
               88  awaiting-verification   value "W".
               88  verification-accepted   value "A".
               88  verification-rejected   value "R".
               88  returned-to-observer    value "B".
           05  held-sighting.
               10  held-spotting-date  pic X(12).
               10  held-common-name    pic X(16).
               10  held-scientific-name    pic X(24).
               10  held-location       pic X(20).
               10  held-bird-count     pic 9(4).
               10  held-observer-code  pic X(2).
               10  held-visit-id       pic 9(5).
               10  held-site-code      pic X(4).
           05  held-submitted-date     pic 9(8).
           05  held-reviewed-date      pic 9(8).
           05  held-recorder-code      pic X(2).
           05  held-recorder-note      pic X(40).
           05  held-observer-detail    pic X(60).

       FD  bird-spotting-data.
       01  bird-spotting-record        pic X(87).

       FD  observers-file.
       01  observer-record.
           05  observer-code-on-file   pic X(2).
           05  observer-name           pic X(30).

       working-storage section.
       78  MAX-OBSERVERS               value 50.
       01  review-selection            pic 9 value 0.
           88  review-held-sightings   value 1.
           88  add-observer-detail     value 2.
           88  list-open-sightings     value 3.
           88  observer-submission-record  value 4.
           88  exit-review             value 5.
           88  valid-review-selection  values 1 thru 5.
       01  recorder-code-entry         pic X(2) value spaces.
       01  observer-code-entry         pic X(2) value spaces.
       01  verification-id-entry       pic 9(6) value 0.
       01  decision-entry              pic X value space.
           88  decision-accept         value "A" "a".
           88  decision-reject         value "R" "r".
           88  decision-return         value "B" "b".
           88  decision-skip           value "S" "s" space.
           88  decision-quit           value "Q" "q".
       01  note-entry                  pic X(40).
       01  detail-entry                pic X(60).
       01  review-stopped-flag         pic X value "N".
           88  review-stopped          value "Y" false "N".
       01  sightings-reviewed          pic 9(4) value 0.
       01  sightings-accepted          pic 9(4) value 0.
       01  sightings-listed            pic 9(4) value 0.
       01  observer-table.
           05  observer-count          pic 9(2) value 0.
           05  observer-entry          occurs MAX-OBSERVERS
                                       indexed by observer-index.
               10  table-observer-code pic X(2).
               10  table-observer-name pic X(30).
               10  table-submitted     pic 9(5).
               10  table-accepted      pic 9(5).
               10  table-rejected      pic 9(5).
               10  table-returned      pic 9(5).
               10  table-awaiting      pic 9(5).
       01  observer-found-flag         pic X value "N".
           88  observer-found          value "Y".
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  verification-file-status.
           05  verification-status-key-1   pic X.
           05  verification-status-key-2   pic X.
       01  observers-file-status.
           05  observers-status-key-1  pic X.
           05  observers-status-key-2  pic X.
       01  verification-read-status    pic 9 value 0.
           88  end-of-verifications    value 1 false 0.
       01  observers-read-status       pic 9 value 0.
           88  end-of-observers        value 1 false 0.

       procedure division.
           open i-o sighting-verification
           if verification-status-key-1 not = "0"
               display "No sightings held for verification."
               goback
           end-if

           perform until exit-review
               perform prompt-for-review-function
               evaluate true
                   when not valid-review-selection
                       display "Invalid Function."
                   when review-held-sightings
                       perform review-awaiting-sightings
                   when add-observer-detail
                       perform capture-observer-detail
                   when list-open-sightings
                       perform list-unresolved-sightings
                   when observer-submission-record
                       perform report-observer-submissions
               end-evaluate
           end-perform

           close sighting-verification
           display "Exiting sighting verification..."
           goback
           .

       prompt-for-review-function section.
           display "Sighting verification - would you like to:"
           display "- [1] Review sightings awaiting verification "
                   "(recorder)"
           display "- [2] Add further detail to a returned sighting "
                   "(observer)"
           display "- [3] List sightings awaiting verification or "
                   "returned"
           display "- [4] Observer submission record"
           display "- [5] Exit"
           accept review-selection
           .

       start-verification-browse section.
           set end-of-verifications to false
           move zero to verification-id
           start sighting-verification
                   key is greater than verification-id
               invalid key
                   set end-of-verifications to true
           end-start
           .

       display-held-sighting section.
           display "Sighting " verification-id " status "
                   verification-status " submitted "
                   held-submitted-date
           display "  " held-spotting-date held-common-name " "
                   held-scientific-name
           display "  " held-location " count " held-bird-count
                   " by " held-observer-code " site " held-site-code
           if held-recorder-note not = spaces
               display "  Recorder: " held-recorder-note
           end-if
           if held-observer-detail not = spaces
               display "  Observer: " held-observer-detail
           end-if
           .

      *    Accepted sightings join the log; a recorder may not verify
      *    their own records.
       review-awaiting-sightings section.
           display "Please enter your recorder's observer code:"
           move spaces to recorder-code-entry
           accept recorder-code-entry
           if recorder-code-entry = spaces
               display "A recorder code is required."
           else
               move zero to sightings-reviewed
               move zero to sightings-accepted
               set review-stopped to false
               perform start-verification-browse
               perform until end-of-verifications or review-stopped
                   read sighting-verification next record
                       at end
                           set end-of-verifications to true
                       not at end
                           if awaiting-verification
                               perform review-one-sighting
                           end-if
                   end-read
               end-perform
               display sightings-reviewed " sightings reviewed, "
                       sightings-accepted " accepted into the "
                       "sighting log."
           end-if
           .

       review-one-sighting section.
           perform display-held-sighting
           if held-observer-code = recorder-code-entry
               display "  Your own sighting - left for another "
                       "recorder."
           else
               display "[A]ccept, [R]eject, [B]ack to the observer "
                       "for more detail, [S]kip or [Q]uit?"
               move space to decision-entry
               accept decision-entry
               evaluate true
                   when decision-accept
                       perform accept-held-sighting
                   when decision-reject
                       display "Reason for rejection:"
                       move spaces to note-entry
                       accept note-entry
                       set verification-rejected to true
                       perform record-review-decision
                   when decision-return
                       display "Detail needed from the observer:"
                       move spaces to note-entry
                       accept note-entry
                       set returned-to-observer to true
                       perform record-review-decision
                   when decision-quit
                       set review-stopped to true
                   when other
                       continue
               end-evaluate
           end-if
           .

       accept-held-sighting section.
           open extend bird-spotting-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening bird-spotting-data.txt - sighting "
                       "left awaiting verification."
           else
               move held-sighting to bird-spotting-record
               write bird-spotting-record
               close bird-spotting-data
               move spaces to note-entry
               set verification-accepted to true
               perform record-review-decision
               add 1 to sightings-accepted
           end-if
           .

       record-review-decision section.
           move function current-date(1:8) to held-reviewed-date
           move recorder-code-entry to held-recorder-code
           move note-entry to held-recorder-note
           rewrite verification-record
               invalid key
                   display "Failure to update sighting "
                           verification-id "."
               not invalid key
                   add 1 to sightings-reviewed
                   display "Sighting " verification-id " marked "
                           verification-status "."
           end-rewrite
           .

       capture-observer-detail section.
           display "Please enter the sighting number:"
           move zero to verification-id-entry
           accept verification-id-entry
           display "Please enter your observer code:"
           move spaces to observer-code-entry
           accept observer-code-entry
           move verification-id-entry to verification-id
           read sighting-verification
               invalid key
                   display "Sighting " verification-id-entry
                           " is not held for verification."
               not invalid key
                   evaluate true
                       when not returned-to-observer
                           display "Sighting " verification-id-entry
                                   " has not been returned for "
                                   "more detail."
                       when held-observer-code
                               not = observer-code-entry
                           display "Only the observer who made the "
                                   "sighting may add detail."
                       when other
                           perform display-held-sighting
                           display "Please enter the further detail:"
                           move spaces to detail-entry
                           accept detail-entry
                           if detail-entry = spaces
                               display "No detail entered - sighting "
                                       "left with the observer."
                           else
                               move detail-entry
                                   to held-observer-detail
                               set awaiting-verification to true
                               rewrite verification-record
                               display "Sighting "
                                       verification-id-entry
                                       " returned to the recorder."
                           end-if
                   end-evaluate
           end-read
           .

       list-unresolved-sightings section.
           move zero to sightings-listed
           perform start-verification-browse
           perform until end-of-verifications
               read sighting-verification next record
                   at end
                       set end-of-verifications to true
                   not at end
                       if awaiting-verification
                               or returned-to-observer
                           add 1 to sightings-listed
                           perform display-held-sighting
                       end-if
               end-read
           end-perform
           if sightings-listed = zero
               display "No sightings awaiting verification or "
                       "returned."
           end-if
           .

       report-observer-submissions section.
           perform load-observers
           perform start-verification-browse
           perform until end-of-verifications
               read sighting-verification next record
                   at end
                       set end-of-verifications to true
                   not at end
                       perform tally-observer-submission
               end-read
           end-perform
           display "===== Watchlist Submissions by Observer ====="
           display "Observer                          Submitted "
                   "Accepted Rejected Returned Awaiting"
           perform varying observer-index from 1 by 1
                   until observer-index > observer-count
               if table-submitted(observer-index) > zero
                   display table-observer-code(observer-index) " "
                           table-observer-name(observer-index) "  "
                           table-submitted(observer-index) "    "
                           table-accepted(observer-index) "    "
                           table-rejected(observer-index) "    "
                           table-returned(observer-index) "    "
                           table-awaiting(observer-index)
               end-if
           end-perform
           .

       load-observers section.
           initialize observer-table
           set end-of-observers to false
           open input observers-file
           if observers-status-key-1 not = "0"
               set end-of-observers to true
           end-if
           perform until end-of-observers
               read observers-file
                   at end
                       set end-of-observers to true
                   not at end
                       if observer-count < MAX-OBSERVERS
                           add 1 to observer-count
                           set observer-index to observer-count
                           move observer-code-on-file
                               to table-observer-code(observer-index)
                           move observer-name
                               to table-observer-name(observer-index)
                       end-if
               end-read
           end-perform
           if observers-status-key-1 = "0"
                   or observers-status-key-1 = "1"
               close observers-file
           end-if
           .

       tally-observer-submission section.
           move "N" to observer-found-flag
           perform varying observer-index from 1 by 1
                   until observer-index > observer-count
                       or observer-found
               if table-observer-code(observer-index)
                       = held-observer-code
                   move "Y" to observer-found-flag
                   set observer-index down by 1
               end-if
           end-perform
           if not observer-found and observer-count < MAX-OBSERVERS
               add 1 to observer-count
               set observer-index to observer-count
               move held-observer-code
                   to table-observer-code(observer-index)
               move "(not on observers file)"
                   to table-observer-name(observer-index)
               move "Y" to observer-found-flag
           end-if
           if observer-found
               add 1 to table-submitted(observer-index)
               evaluate true
                   when verification-accepted
                       add 1 to table-accepted(observer-index)
                   when verification-rejected
                       add 1 to table-rejected(observer-index)
                   when returned-to-observer
                       add 1 to table-returned(observer-index)
                   when other
                       add 1 to table-awaiting(observer-index)
               end-evaluate
           end-if
           .
