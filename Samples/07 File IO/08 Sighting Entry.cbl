               access dynamic
               record key site-code
               file status register-file-status.
           select sighting-verification
               assign "sightings-for-verification.dat"
               organization indexed
               access dynamic
               record key verification-id
               file status verification-file-status.

       file section.
       FD  bird-spotting-data.
           05  site-habitat            pic X(4).
           05  site-grid-reference     pic X(8).

      *    Watchlist sightings wait here until the recorder accepts
      *    them into the sighting log.
       FD  sighting-verification.
       01  verification-record.
           05  verification-id         pic 9(6).
           05  verification-status     pic X.
               88  awaiting-verification   value "W".
           05  held-sighting           pic X(87).
           05  held-submitted-date     pic 9(8).
           05  held-reviewed-date      pic 9(8).
           05  held-recorder-code      pic X(2).
           05  held-recorder-note      pic X(40).
           05  held-observer-detail    pic X(60).

       working-storage section.
       78  MAX-OBSERVERS               value 50.
       78  MAX-WATCHLIST-SPECIES       value 50.
           88  site-code-resolved      value "Y".
       01  register-browse-status      pic 9 value 0.
           88  end-of-register         value 1 false 0.
       01  verification-file-status.
           05  verification-status-key-1   pic X.
           05  verification-status-key-2   pic X.
       01  verification-read-status    pic 9 value 0.
           88  end-of-verifications    value 1 false 0.
       01  next-verification-id        pic 9(6) value 0.
       01  sightings-held              pic 9(4) value 0.

       procedure division.
           perform load-observers
               close site-register
           end-if
           display sightings-written " sightings recorded."
           if sightings-held > zero
               display sightings-held " watchlist sightings held "
                       "for the recorder's verification."
           end-if
           if alerts-raised > zero
               display alerts-raised " rare-species alerts raised - "
                       "run the pending alerts listing."
           move entry-observer-code to observer-code
           perform prompt-for-visit-tag
           move entry-site-code to sighting-site-code
           perform find-watchlist-species
           if species-on-watchlist
               perform hold-sighting-for-verification
               perform write-alert-record
           else
               write bird-spotting-record
               add 1 to sightings-written
               display "Sighting recorded."
           end-if
           .

       prompt-for-visit-tag section.
           end-if
           .

       find-watchlist-species section.
           move "N" to watchlist-found-flag
           perform varying watchlist-index from 1 by 1
                   until watchlist-index > watchlist-count
                   move "Y" to watchlist-found-flag
               end-if
           end-perform
           .

       hold-sighting-for-verification section.
           open i-o sighting-verification
           if verification-status-key-1 = "3"
               open output sighting-verification
               close sighting-verification
               open i-o sighting-verification
           end-if
           if verification-status-key-1 not = "0"
               display "Error code " verification-file-status
                       " opening sightings-for-verification.dat - "
                       "sighting not recorded."
           else
               perform find-next-verification-id
               initialize verification-record
               move next-verification-id to verification-id
               set awaiting-verification to true
               move bird-spotting-record to held-sighting
               move function current-date(1:8)
                   to held-submitted-date
               write verification-record
                   invalid key
                       display "Failure to hold sighting "
                               next-verification-id "."
                   not invalid key
                       add 1 to sightings-held
                       display "Watchlist species - sighting "
                               next-verification-id " held awaiting "
                               "the recorder's verification."
               end-write
               close sighting-verification
           end-if
           .

       find-next-verification-id section.
           move zero to next-verification-id
           set end-of-verifications to false
           move zero to verification-id
           start sighting-verification
                   key is greater than verification-id
               invalid key
                   set end-of-verifications to true
           end-start
           perform until end-of-verifications
               read sighting-verification next record
                   at end
                       set end-of-verifications to true
                   not at end
                       move verification-id to next-verification-id
               end-read
           end-perform
           add 1 to next-verification-id
           .

       write-alert-record section.
           open extend alert-feed
           if alert-status-key-1 = "0"
