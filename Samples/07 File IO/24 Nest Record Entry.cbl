       input-output section.
           select nest-records assign "nest-records.dat"
               organization indexed
               access dynamic
               record key nest-id
               file status nest-file-status.
           select nest-visits assign "nest-visits.dat"
               organization sequential
               file status nest-visit-file-status.
           select species-catalog assign "species-catalog.dat"
               organization line sequential
               file status catalog-file-status.
           select observers-file assign "observers.dat"
               organization line sequential
               file status observers-file-status.
           select site-register assign "site-register.dat"
               organization indexed
               access random
               record key site-code
               file status register-file-status.

       file section.
       FD  nest-records.
       01  nest-record.
           05  nest-id                 pic X(8).
           05  nest-scientific-name    pic X(24).
           05  nest-site-code          pic X(4).
           05  nest-observer-code      pic X(2).
           05  nest-found-date         pic 9(8).
           05  nest-last-visit-date    pic 9(8).
           05  nest-outcome            pic X.
               88  nest-active         value space.
               88  nest-fledged        value "F".
               88  nest-failed         value "L".
               88  nest-predated       value "P".
               88  nest-outcome-unknown value "U".

       FD  nest-visits.
       01  nest-visit-record.
           05  nest-visit-nest-id      pic X(8).
           05  nest-visit-date         pic 9(8).
           05  nest-visit-eggs         pic 9(2).
           05  nest-visit-chicks       pic 9(2).
           05  nest-visit-fledged      pic 9(2).
           05  nest-visit-outcome      pic X.
               88  visit-outcome-valid value space "F" "L" "P" "U".
           05  nest-visit-observer-code    pic X(2).

       FD  species-catalog.
       01  species-catalog-record.
           05  catalog-common-name     pic X(20).
           05  catalog-scientific-name pic X(30).
           05  catalog-length-min      pic 9(3).
           05  catalog-length-max      pic 9(3).
           05  catalog-wingspan-min    pic 9(3).
           05  catalog-wingspan-max    pic 9(3).
           05  catalog-weight-min      pic 9(3).
           05  catalog-weight-max      pic 9(3).

       FD  observers-file.
       01  observer-record.
           05  observer-code-on-file   pic X(2).
           05  observer-name           pic X(30).

       FD  site-register.
       01  site-register-record.
           05  site-code               pic X(4).
           05  site-full-name          pic X(20).
           05  site-region             pic X(12).
           05  site-habitat            pic X(4).
           05  site-grid-reference     pic X(8).

       working-storage section.
       78  MAX-CATALOG-SPECIES         value 100.
       78  MAX-OBSERVERS               value 50.
       01  entry-selection             pic 9 value 0.
           88  open-nest-record        value 1.
           88  record-nest-visit       value 2.
           88  list-nest-history       value 3.
           88  exit-entry              value 4.
           88  valid-entry-selection   values 1 thru 4.
       01  entry-abandoned-flag        pic X value "N".
           88  entry-abandoned         value "Y".
       01  catalog-table.
           05  catalog-species-count   pic 9(3) value 0.
           05  known-scientific-name   pic X(24)
                                       occurs MAX-CATALOG-SPECIES
                                       indexed by catalog-index.
       01  observer-table.
           05  observer-count          pic 9(2) value 0.
           05  known-observer-code     pic X(2) occurs MAX-OBSERVERS
                                       indexed by observer-index.
       01  species-found-flag          pic X value "N".
           88  species-is-known        value "Y".
       01  observer-found-flag         pic X value "N".
           88  observer-is-known       value "Y".
       01  nest-id-entry               pic X(8).
       01  date-entry                  pic 9(8).
       01  site-code-entry             pic X(4).
       01  observer-code-entry         pic X(2).
       01  eggs-entry                  pic 9(2).
       01  chicks-entry                pic 9(2).
       01  fledged-entry               pic 9(2).
       01  outcome-entry               pic X.
           88  outcome-entry-valid     value space "F" "L" "P" "U".
           88  outcome-entry-fledged   value "F".
       01  nests-opened                pic 9(4) value 0.
       01  visits-recorded             pic 9(4) value 0.
       01  history-lines-listed        pic 9(3) value 0.
       01  catalog-read-status         pic 9 value 0.
           88  end-of-catalog          value 1 false 0.
       01  observers-read-status       pic 9 value 0.
           88  end-of-observers        value 1 false 0.
       01  nest-visit-read-status      pic 9 value 0.
           88  end-of-nest-visits      value 1 false 0.
       01  nest-file-status.
           05  nest-status-key-1       pic X.
           05  nest-status-key-2       pic X.
       01  nest-visit-file-status.
           05  nest-visit-status-key-1 pic X.
           05  nest-visit-status-key-2 pic X.
       01  catalog-file-status.
           05  catalog-status-key-1    pic X.
           05  catalog-status-key-2    pic X.
       01  observers-file-status.
           05  observers-status-key-1  pic X.
           05  observers-status-key-2  pic X.
       01  register-file-status.
           05  register-status-key-1   pic X.
           05  register-status-key-2   pic X.

       procedure division.
           open input site-register
           if register-status-key-1 not = "0"
               display "No site register found - nest records must "
                       "be made at a registered site."
               goback
           end-if
           perform load-species-catalog
           perform load-observers
           open i-o nest-records
           if nest-status-key-1 = "3"
               open output nest-records
               close nest-records
               open i-o nest-records
           end-if
           if nest-status-key-1 not = "0"
               display "Error code " nest-file-status
                       " opening nest-records."
               close site-register
               goback
           end-if

           perform until exit-entry
               perform prompt-for-entry-function
               evaluate true
                   when not valid-entry-selection
                       display "Invalid Function."
                   when open-nest-record
                       perform capture-nest-record
                   when record-nest-visit
                       perform capture-nest-visit
                   when list-nest-history
                       perform list-one-nest-history
               end-evaluate
           end-perform

           close nest-records
           close site-register
           display nests-opened " nests opened and "
                   visits-recorded " nest visits recorded."
           goback
           .

       prompt-for-entry-function section.
           display "Nest records - would you like to:"
           display "- [1] Open a nest record"
           display "- [2] Record a nest visit"
           display "- [3] List a nest's visits"
           display "- [4] Exit"
           accept entry-selection
           .

       load-species-catalog section.
           open input species-catalog
           if catalog-status-key-1 not = "0"
               display "No species catalog found - scientific "
                       "names will not be validated."
               set end-of-catalog to true
           end-if
           perform until end-of-catalog
               read species-catalog
                   at end
                       set end-of-catalog to true
                   not at end
                       if catalog-species-count
                               < MAX-CATALOG-SPECIES
                           add 1 to catalog-species-count
                           set catalog-index
                               to catalog-species-count
                           move catalog-scientific-name(1:24)
                               to known-scientific-name
                                   (catalog-index)
                       end-if
               end-read
           end-perform
           if catalog-status-key-1 = "0"
                   or catalog-status-key-1 = "1"
               close species-catalog
           end-if
           .

       load-observers section.
           open input observers-file
           if observers-status-key-1 not = "0"
               display "No observers file found - observer codes "
                       "will not be validated."
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
                               to known-observer-code
                                   (observer-index)
                       end-if
               end-read
           end-perform
           if observers-status-key-1 = "0"
                   or observers-status-key-1 = "1"
               close observers-file
           end-if
           .

       prompt-for-nest-id section.
           display "Please enter the nest id (e.g. 24MRSH01):"
           move spaces to nest-id-entry
           accept nest-id-entry
           if nest-id-entry = spaces
               display "A nest id is required - entry abandoned."
               set entry-abandoned to true
           end-if
           .

       prompt-for-entry-date section.
           display "Please enter the date (yyyymmdd):"
           move zero to date-entry
           accept date-entry
           if function test-date-yyyymmdd(date-entry) not = 0
               display "Not a real calendar date - entry abandoned."
               set entry-abandoned to true
           end-if
           .

       prompt-for-entry-site section.
           display "Please enter the site code:"
           move spaces to site-code-entry
           accept site-code-entry
           move site-code-entry to site-code
           read site-register
               invalid key
                   display "Site " site-code-entry " is not on "
                           "the site register - entry abandoned."
                   set entry-abandoned to true
               not invalid key
                   continue
           end-read
           .

       prompt-for-entry-observer section.
           display "Please enter your observer code:"
           move spaces to observer-code-entry
           accept observer-code-entry
           if observer-count > zero
               move "N" to observer-found-flag
               perform varying observer-index from 1 by 1
                       until observer-index > observer-count
                           or observer-is-known
                   if known-observer-code(observer-index)
                           = observer-code-entry
                       move "Y" to observer-found-flag
                   end-if
               end-perform
               if not observer-is-known
                   display "Observer " observer-code-entry " is "
                           "not on the observers file - entry "
                           "abandoned."
                   set entry-abandoned to true
               end-if
           end-if
           .

       capture-nest-record section.
           move "N" to entry-abandoned-flag
           perform prompt-for-nest-id
           if not entry-abandoned
               move nest-id-entry to nest-id
               read nest-records
                   invalid key
                       continue
                   not invalid key
                       display "Nest " nest-id-entry " is "
                               "already on file - entry abandoned."
                       set entry-abandoned to true
               end-read
           end-if
           if not entry-abandoned
               display "Please enter the scientific name:"
               initialize nest-scientific-name
               accept nest-scientific-name
               perform validate-nest-species
           end-if
           if not entry-abandoned
               display "Date the nest was found -"
               perform prompt-for-entry-date
           end-if
           if not entry-abandoned
               perform prompt-for-entry-site
           end-if
           if not entry-abandoned
               perform prompt-for-entry-observer
           end-if
           if not entry-abandoned
               move nest-id-entry to nest-id
               move site-code-entry to nest-site-code
               move observer-code-entry to nest-observer-code
               move date-entry to nest-found-date
               move zero to nest-last-visit-date
               set nest-active to true
               write nest-record
                   invalid key
                       display "Failure to record nest "
                               nest-id-entry "."
                   not invalid key
                       add 1 to nests-opened
                       display "Nest " nest-id-entry " opened - "
                               "record each visit against it."
               end-write
           end-if
           .

       validate-nest-species section.
           if catalog-species-count > zero
               move "N" to species-found-flag
               perform varying catalog-index from 1 by 1
                       until catalog-index > catalog-species-count
                           or species-is-known
                   if known-scientific-name(catalog-index)
                           = nest-scientific-name
                       move "Y" to species-found-flag
                   end-if
               end-perform
               if not species-is-known
                   display "Scientific name is not in the species "
                           "catalog - entry abandoned."
                   set entry-abandoned to true
               end-if
           end-if
           .

      *    A visit may not predate the find or the last visit, and
      *    once an outcome is recorded the nest takes no more visits.
       capture-nest-visit section.
           move "N" to entry-abandoned-flag
           perform prompt-for-nest-id
           if not entry-abandoned
               move nest-id-entry to nest-id
               read nest-records
                   invalid key
                       display "Nest " nest-id-entry " is not on "
                               "file - open the nest record first."
                       set entry-abandoned to true
                   not invalid key
                       if not nest-active
                           display "Nest " nest-id-entry " already "
                                   "has its outcome (" nest-outcome
                                   ") - entry abandoned."
                           set entry-abandoned to true
                       end-if
               end-read
           end-if
           if not entry-abandoned
               display "Date of the visit -"
               perform prompt-for-entry-date
           end-if
           if not entry-abandoned
               if date-entry < nest-found-date
                       or date-entry < nest-last-visit-date
                   display "The visit is dated before the nest was "
                           "found or last visited - entry abandoned."
                   set entry-abandoned to true
               end-if
           end-if
           if not entry-abandoned
               perform prompt-for-visit-counts
           end-if
           if not entry-abandoned
               perform prompt-for-entry-observer
           end-if
           if not entry-abandoned
               perform write-nest-visit
           end-if
           .

       prompt-for-visit-counts section.
           display "Number of eggs in the nest:"
           move zero to eggs-entry
           accept eggs-entry
           display "Number of chicks in the nest:"
           move zero to chicks-entry
           accept chicks-entry
           display "Outcome - blank if still active, [F]ledged, "
                   "fai[L]ed, [P]redated, [U]nknown:"
           move space to outcome-entry
           accept outcome-entry
           move zero to fledged-entry
           if not outcome-entry-valid
               display "Outcome must be blank, F, L, P or U - entry "
                       "abandoned."
               set entry-abandoned to true
           else
               if outcome-entry-fledged
                   display "Number of young fledged:"
                   accept fledged-entry
                   if fledged-entry = zero
                       display "A fledged nest needs at least one "
                               "young - entry abandoned."
                       set entry-abandoned to true
                   end-if
               end-if
           end-if
           .

       write-nest-visit section.
           open extend nest-visits
           if nest-visit-status-key-1 = "3"
               open output nest-visits
               close nest-visits
               open extend nest-visits
           end-if
           if nest-visit-status-key-1 not = "0"
               display "Error code " nest-visit-file-status
                       " opening nest-visits."
           else
               move nest-id-entry to nest-visit-nest-id
               move date-entry to nest-visit-date
               move eggs-entry to nest-visit-eggs
               move chicks-entry to nest-visit-chicks
               move fledged-entry to nest-visit-fledged
               move outcome-entry to nest-visit-outcome
               move observer-code-entry
                   to nest-visit-observer-code
               write nest-visit-record
               close nest-visits
               move date-entry to nest-last-visit-date
               move outcome-entry to nest-outcome
               rewrite nest-record
                   invalid key
                       display "Failure to update nest "
                               nest-id-entry "."
               end-rewrite
               add 1 to visits-recorded
               display "Visit to nest " nest-id-entry " recorded."
           end-if
           .

       list-one-nest-history section.
           move "N" to entry-abandoned-flag
           perform prompt-for-nest-id
           if not entry-abandoned
               move nest-id-entry to nest-id
               read nest-records
                   invalid key
                       display "Nest " nest-id-entry " is not on "
                               "file."
                       set entry-abandoned to true
                   not invalid key
                       display "Nest " nest-id " "
                               nest-scientific-name " found "
                               nest-found-date " at " nest-site-code
                               " by " nest-observer-code
                               " - outcome " nest-outcome
               end-read
           end-if
           if not entry-abandoned
               move zero to history-lines-listed
               set end-of-nest-visits to false
               open input nest-visits
               if nest-visit-status-key-1 not = "0"
                   set end-of-nest-visits to true
               end-if
               perform until end-of-nest-visits
                   read nest-visits
                       at end
                           set end-of-nest-visits to true
                       not at end
                           if nest-visit-nest-id = nest-id-entry
                               add 1 to history-lines-listed
                               display "Visited " nest-visit-date
                                       " eggs " nest-visit-eggs
                                       " chicks " nest-visit-chicks
                                       " fledged "
                                       nest-visit-fledged
                                       " outcome "
                                       nest-visit-outcome
                                       " by "
                                       nest-visit-observer-code
                           end-if
                   end-read
               end-perform
               if nest-visit-status-key-1 = "0"
                       or nest-visit-status-key-1 = "1"
                   close nest-visits
               end-if
               if history-lines-listed = zero
                   display "No visits on file for this nest."
               end-if
           end-if
           .
