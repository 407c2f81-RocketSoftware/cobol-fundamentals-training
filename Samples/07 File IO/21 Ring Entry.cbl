           05  ring-age-code           pic X.
           05  ring-sex-code           pic X.
           05  ring-observer-code      pic X(2).
           05  ring-biometrics.
               10  ring-length         pic 9(3).
               10  ring-wingspan       pic 9(3).
               10  ring-weight         pic 9(3).

       FD  ring-recaptures.
       01  ring-recapture-record.
           05  recapture-observer-code pic X(2).
           05  recapture-control-flag  pic X.
               88  foreign-control     value "F".
           05  recapture-biometrics.
               10  recapture-length    pic 9(3).
               10  recapture-wingspan  pic 9(3).
               10  recapture-weight    pic 9(3).

       FD  species-catalog.
       01  species-catalog-record.
           88  entry-abandoned         value "Y".
       01  catalog-table.
           05  catalog-species-count   pic 9(3) value 0.
           05  catalog-entry           occurs MAX-CATALOG-SPECIES
                                       indexed by catalog-index.
               10  known-scientific-name   pic X(24).
               10  known-length-min    pic 9(3).
               10  known-length-max    pic 9(3).
               10  known-wingspan-min  pic 9(3).
               10  known-wingspan-max  pic 9(3).
               10  known-weight-min    pic 9(3).
               10  known-weight-max    pic 9(3).
       01  observer-table.
           05  observer-count          pic 9(2) value 0.
           05  known-observer-code     pic X(2) occurs MAX-OBSERVERS
       01  date-entry                  pic 9(8).
       01  site-code-entry             pic X(4).
       01  observer-code-entry         pic X(2).
      *    Biometrics are taken in the units of the species catalog;
      *    zero means the measurement was not taken.
       01  biometrics-entry.
           05  length-entry            pic 9(3).
           05  wingspan-entry          pic 9(3).
           05  weight-entry            pic 9(3).
       01  biometrics-species          pic X(24).
       01  measurement-name            pic X(8).
       01  measurement-entry           pic 9(3).
       01  measurement-min             pic 9(3).
       01  measurement-max             pic 9(3).
       01  measurement-accepted-flag   pic X value "N".
           88  measurement-accepted    value "Y" false "N".
       01  query-response              pic X value space.
           88  query-confirmed         value "Y" "y".
       01  ranges-known-flag           pic X value "N".
           88  ranges-known            value "Y" false "N".
       01  measurements-queried        pic 9(4) value 0.
       01  rings-recorded              pic 9(4) value 0.
       01  recaptures-recorded         pic 9(4) value 0.
       01  foreign-controls-raised     pic 9(4) value 0.
           display rings-recorded " ringings and "
                   recaptures-recorded " recaptures recorded ("
                   foreign-controls-raised " foreign controls)."
           if measurements-queried > zero
               display measurements-queried " measurements outside "
                       "the catalog range were queried."
           end-if
           goback
           .

                           move catalog-scientific-name(1:24)
                               to known-scientific-name
                                   (catalog-index)
                           move catalog-length-min
                               to known-length-min(catalog-index)
                           move catalog-length-max
                               to known-length-max(catalog-index)
                           move catalog-wingspan-min
                               to known-wingspan-min(catalog-index)
                           move catalog-wingspan-max
                               to known-wingspan-max(catalog-index)
                           move catalog-weight-min
                               to known-weight-min(catalog-index)
                           move catalog-weight-max
                               to known-weight-max(catalog-index)
                       end-if
               end-read
           end-perform
               display "Sex code ([M]ale, [F]emale, [U]nknown):"
               move spaces to ring-sex-code
               accept ring-sex-code
               move ring-scientific-name to biometrics-species
               perform prompt-for-biometrics
               perform prompt-for-entry-observer
           end-if
           if not entry-abandoned
               move date-entry to ring-date
               move site-code-entry to ring-site-code
               move observer-code-entry to ring-observer-code
               move biometrics-entry to ring-biometrics
               write ring-record
                   invalid key
                       display "Failure to record ring "
                               "never issued by this group - "
                               "recorded as a FOREIGN CONTROL for "
                               "the national scheme. **"
                       move spaces to biometrics-species
                   not invalid key
                       move spaces to recapture-control-flag
                       move ring-scientific-name
                           to biometrics-species
               end-read
               perform prompt-for-biometrics
               move biometrics-entry to recapture-biometrics
               open extend ring-recaptures
               if recapture-status-key-1 = "3"
                   open output ring-recaptures
                               " (age " ring-age-code
                               ", sex " ring-sex-code
                               ", by " ring-observer-code ")"
                       display "  Length " ring-length
                               " wingspan " ring-wingspan
                               " weight " ring-weight
               end-read
               move zero to history-lines-listed
               set end-of-recaptures to false
                                       recapture-site-code
                                       " by "
                                       recapture-observer-code
                                       " weight "
                                       recapture-weight
                           end-if
                   end-read
               end-perform
               end-if
           end-if
           .

      *    A measurement outside the catalog range for the species
      *    is queried so a misidentification or keying slip can be
      *    corrected before the record is saved.
       prompt-for-biometrics section.
           move zero to biometrics-entry
           perform find-species-ranges
           move "Length" to measurement-name
           if ranges-known
               move known-length-min(catalog-index) to measurement-min
               move known-length-max(catalog-index) to measurement-max
           end-if
           perform prompt-for-measurement
           move measurement-entry to length-entry
           move "Wingspan" to measurement-name
           if ranges-known
               move known-wingspan-min(catalog-index)
                   to measurement-min
               move known-wingspan-max(catalog-index)
                   to measurement-max
           end-if
           perform prompt-for-measurement
           move measurement-entry to wingspan-entry
           move "Weight" to measurement-name
           if ranges-known
               move known-weight-min(catalog-index) to measurement-min
               move known-weight-max(catalog-index) to measurement-max
           end-if
           perform prompt-for-measurement
           move measurement-entry to weight-entry
           .

       find-species-ranges section.
           set ranges-known to false
           if biometrics-species not = spaces
               perform varying catalog-index from 1 by 1
                       until catalog-index > catalog-species-count
                           or ranges-known
                   if known-scientific-name(catalog-index)
                           = biometrics-species
                       set ranges-known to true
                       set catalog-index down by 1
                   end-if
               end-perform
           end-if
           if not ranges-known
               display "No catalog ranges for this bird - "
                       "measurements will not be checked."
           end-if
           .

       prompt-for-measurement section.
           set measurement-accepted to false
           perform until measurement-accepted
               display measurement-name " (zero if not taken):"
               move zero to measurement-entry
               accept measurement-entry
               set measurement-accepted to true
               if ranges-known and measurement-entry > zero
                       and (measurement-entry < measurement-min
                           or measurement-entry > measurement-max)
                   add 1 to measurements-queried
                   display "** " measurement-name " "
                           measurement-entry " is outside the catalog "
                           "range " measurement-min " to "
                           measurement-max " for "
                           biometrics-species " **"
                   display "Keep this measurement? (Y/N)"
                   move space to query-response
                   accept query-response
                   if not query-confirmed
                       set measurement-accepted to false
                   end-if
               end-if
           end-perform
           .
