       input-output section.
           select bird-spotting-data assign "bird-spotting-data.txt"
               organization sequential
               file status file-status-code.
           select site-register assign "site-register.dat"
               organization indexed
               access random
               record key site-code
               file status register-file-status.
           select observers-file assign "observers.dat"
               organization line sequential
               file status observers-file-status.
           select sighting-verification
               assign "sightings-for-verification.dat"
               organization indexed
               access sequential
               record key verification-id
               file status verification-file-status.
           select export-log assign "national-export-log.dat"
               organization indexed
               access dynamic
               record key export-log-sighting
               file status export-log-file-status.
           select national-export assign "national-records-export.txt"
               organization line sequential
               file status export-file-status.

       file section.
       FD  bird-spotting-data.
       01  bird-spotting-record.
           05  spotting-date.
               10  spotting-day        pic 9(2).
               10  filler              pic X.
               10  spotting-month      pic 9(2).
               10  filler              pic X.
               10  spotting-year       pic 9(4).
               10  filler              pic X(2).
           05  spotting-name.
               10  common-name         pic X(16).
               10  scientific-name     pic X(24).
           05  location                pic X(20).
           05  bird-count              pic 9(4).
           05  observer-code           pic X(2).
           05  sighting-visit-id       pic 9(5).
           05  sighting-site-code      pic X(4).

       FD  site-register.
       01  site-register-record.
           05  site-code               pic X(4).
           05  site-full-name          pic X(20).
           05  site-region             pic X(12).
           05  site-habitat            pic X(4).
           05  site-grid-reference     pic X(8).

       FD  observers-file.
       01  observer-record.
           05  observer-code-on-file   pic X(2).
           05  observer-name           pic X(30).

       FD  sighting-verification.
       01  verification-record.
           05  verification-id         pic 9(6).
           05  verification-status     pic X.
               88  verification-accepted   value "A".
           05  held-sighting           pic X(87).
           05  filler                  pic X(118).

      *    One entry per sighting sent, keyed on the whole sighting
      *    so a record is never sent twice.
       FD  export-log.
       01  export-log-record.
           05  export-log-sighting     pic X(87).
           05  export-log-batch        pic 9(6).
           05  export-log-date         pic 9(8).

      *    National scheme submission layout - header, one detail
      *    line per sighting, and a trailer carrying control counts.
       FD  national-export.
       01  export-header-record.
           05  header-record-type      pic X.
           05  header-group-code       pic X(8).
           05  header-export-year      pic 9(4).
           05  header-batch-number     pic 9(6).
           05  header-created-date     pic 9(8).
           05  filler                  pic X(60).
       01  export-detail-record.
           05  detail-record-type      pic X.
           05  detail-grid-reference   pic X(8).
           05  detail-scientific-name  pic X(30).
           05  detail-bird-count       pic 9(6).
           05  detail-sighting-date    pic 9(8).
           05  detail-observer-name    pic X(30).
           05  filler                  pic X(4).
       01  export-trailer-record.
           05  trailer-record-type     pic X.
           05  trailer-batch-number    pic 9(6).
           05  trailer-detail-count    pic 9(6).
           05  trailer-bird-total      pic 9(9).
           05  filler                  pic X(65).

       working-storage section.
       78  RECORDING-GROUP-CODE        value "BIRDGRP1".
       78  MAX-OBSERVERS               value 50.
       78  MAX-UNVERIFIED              value 200.
       01  export-year                 pic 9(4) value 0.
       01  todays-date                 pic 9(8).
       01  batch-number                pic 9(6) value 0.
       01  sighting-date-value         pic 9(8).
       01  grid-reference-found        pic X(8).
       01  observer-name-found         pic X(30).
       01  observer-table.
           05  observer-count          pic 9(2) value 0.
           05  observer-entry          occurs MAX-OBSERVERS
                                       indexed by observer-index.
               10  table-observer-code pic X(2).
               10  table-observer-name pic X(30).
       01  unverified-table.
           05  unverified-count        pic 9(3) value 0.
           05  unverified-sighting     pic X(87)
                                       occurs MAX-UNVERIFIED
                                       indexed by unverified-index.
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  export-counts.
           05  sightings-read          pic 9(6) value 0.
           05  sightings-in-year       pic 9(6) value 0.
           05  sightings-exported      pic 9(6) value 0.
           05  birds-exported          pic 9(9) value 0.
           05  skipped-already-sent    pic 9(6) value 0.
           05  skipped-no-site         pic 9(6) value 0.
           05  skipped-unverified      pic 9(6) value 0.
       01  register-open-flag          pic X value "N".
           88  site-register-open      value "Y" false "N".
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  observers-read-status       pic 9 value 0.
           88  end-of-observers        value 1 false 0.
       01  verification-read-status    pic 9 value 0.
           88  end-of-verifications    value 1 false 0.
       01  export-log-read-status      pic 9 value 0.
           88  end-of-export-log       value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  register-file-status.
           05  register-status-key-1   pic X.
           05  register-status-key-2   pic X.
       01  observers-file-status.
           05  observers-status-key-1  pic X.
           05  observers-status-key-2  pic X.
       01  verification-file-status.
           05  verification-status-key-1   pic X.
           05  verification-status-key-2   pic X.
       01  export-log-file-status.
           05  export-log-status-key-1 pic X.
           05  export-log-status-key-2 pic X.
       01  export-file-status.
           05  export-status-key-1     pic X.
           05  export-status-key-2     pic X.

       procedure division.
           display "Please enter the year to export (yyyy):"
           accept export-year
           if export-year = zero
               display "A year is required - export cancelled."
               goback
           end-if
           move function current-date(1:8) to todays-date

           open input site-register
           if register-status-key-1 = "0"
               set site-register-open to true
           else
               display "No site register found - no sighting has a "
                       "registered site to export."
               goback
           end-if
           perform load-observers
           perform load-unverified-sightings

           open i-o export-log
           if export-log-status-key-1 = "3"
               open output export-log
               close export-log
               open i-o export-log
           end-if
           if export-log-status-key-1 not = "0"
               display "Error code " export-log-file-status
                       " opening national-export-log.dat."
               close site-register
               goback
           end-if
           perform find-next-batch-number

           open input bird-spotting-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
                       " opening bird-spotting-data.txt."
               close site-register
               close export-log
               goback
           end-if
           open output national-export
           if export-status-key-1 not = "0"
               display "Error code " export-file-status
                       " opening national-records-export.txt."
               close site-register
               close export-log
               close bird-spotting-data
               goback
           end-if

           perform write-export-header
           perform until end-of-file
               read bird-spotting-data
                   at end
                       set end-of-file to true
                   not at end
                       add 1 to sightings-read
                       if spotting-year = export-year
                           add 1 to sightings-in-year
                           perform export-one-sighting
                       end-if
               end-read
           end-perform
           perform write-export-trailer

           close bird-spotting-data
           close national-export
           close export-log
           close site-register
           perform display-export-summary
           goback
           .

       load-observers section.
           open input observers-file
           if observers-status-key-1 not = "0"
               display "No observers file found - observer names "
                       "will be left blank."
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

      *    Any sighting still held, rejected or returned by the
      *    recorder has failed verification and is not sent.
       load-unverified-sightings section.
           open input sighting-verification
           if verification-status-key-1 not = "0"
               set end-of-verifications to true
           end-if
           perform until end-of-verifications
               read sighting-verification next record
                   at end
                       set end-of-verifications to true
                   not at end
                       if not verification-accepted
                               and unverified-count < MAX-UNVERIFIED
                           add 1 to unverified-count
                           move held-sighting
                               to unverified-sighting
                                   (unverified-count)
                       end-if
               end-read
           end-perform
           if verification-status-key-1 = "0"
                   or verification-status-key-1 = "1"
               close sighting-verification
           end-if
           .

       find-next-batch-number section.
           move zero to batch-number
           set end-of-export-log to false
           move low-values to export-log-sighting
           start export-log key is greater than export-log-sighting
               invalid key
                   set end-of-export-log to true
           end-start
           perform until end-of-export-log
               read export-log next record
                   at end
                       set end-of-export-log to true
                   not at end
                       if export-log-batch > batch-number
                           move export-log-batch to batch-number
                       end-if
               end-read
           end-perform
           add 1 to batch-number
           .

       write-export-header section.
           move spaces to export-header-record
           move "H" to header-record-type
           move RECORDING-GROUP-CODE to header-group-code
           move export-year to header-export-year
           move batch-number to header-batch-number
           move todays-date to header-created-date
           write export-header-record
           .

       export-one-sighting section.
           move "N" to entry-found-flag
           perform varying unverified-index from 1 by 1
                   until unverified-index > unverified-count
                       or entry-found
               if unverified-sighting(unverified-index)
                       = bird-spotting-record
                   move "Y" to entry-found-flag
               end-if
           end-perform
           if entry-found
               add 1 to skipped-unverified
           else
               move bird-spotting-record to export-log-sighting
               read export-log
                   invalid key
                       perform export-registered-sighting
                   not invalid key
                       add 1 to skipped-already-sent
               end-read
           end-if
           .

       export-registered-sighting section.
           move spaces to grid-reference-found
           if sighting-site-code not = spaces
               move sighting-site-code to site-code
               read site-register
                   not invalid key
                       move site-grid-reference
                           to grid-reference-found
               end-read
           end-if
           if grid-reference-found = spaces
               add 1 to skipped-no-site
           else
               perform find-observer-name
               compute sighting-date-value =
                   spotting-year * 10000 + spotting-month * 100
                   + spotting-day
               move spaces to export-detail-record
               move "D" to detail-record-type
               move grid-reference-found to detail-grid-reference
               move scientific-name to detail-scientific-name
               move bird-count to detail-bird-count
               move sighting-date-value to detail-sighting-date
               move observer-name-found to detail-observer-name
               write export-detail-record
               add 1 to sightings-exported
               add bird-count to birds-exported
               move bird-spotting-record to export-log-sighting
               move batch-number to export-log-batch
               move todays-date to export-log-date
               write export-log-record
                   invalid key
                       display "Sighting already on the export log."
               end-write
           end-if
           .

       find-observer-name section.
           move spaces to observer-name-found
           move "N" to entry-found-flag
           perform varying observer-index from 1 by 1
                   until observer-index > observer-count
                       or entry-found
               if table-observer-code(observer-index) = observer-code
                   move "Y" to entry-found-flag
                   move table-observer-name(observer-index)
                       to observer-name-found
               end-if
           end-perform
           .

       write-export-trailer section.
           move spaces to export-trailer-record
           move "T" to trailer-record-type
           move batch-number to trailer-batch-number
           move sightings-exported to trailer-detail-count
           move birds-exported to trailer-bird-total
           write export-trailer-record
           .

       display-export-summary section.
           display "===== National Records Export " export-year
                   " - batch " batch-number " ====="
           display "Sightings read:              " sightings-read
           display "Sightings in the year:       " sightings-in-year
           display "Exported:                    " sightings-exported
           display "Birds exported:              " birds-exported
           display "Skipped - already sent:      "
                   skipped-already-sent
           display "Skipped - no registered site:" skipped-no-site
           display "Skipped - not verified:      " skipped-unverified
           display "Written to national-records-export.txt."
           .
