       input-output section.
           select bird-spotting-data assign "bird-spotting-data.txt"
               organization sequential
               file status file-status-code.
           select site-register assign "site-register.dat"
               organization indexed
               access random
               record key site-code
               file status register-file-status.

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
           05  filler redefines site-grid-reference.
               10  site-grid-letters   pic X(2).
               10  site-easting        pic X(3).
               10  site-northing       pic X(3).

       working-storage section.
       78  MAX-ATLAS-ENTRIES           value 500.
       78  MAX-ATLAS-SQUARES           value 100.
       01  range-start-date            pic 9(8) value 0.
       01  range-end-date              pic 9(8) value 0.
       01  record-date-value           pic 9(8) value 0.
       01  prompt-day                  pic 9(2) value 0.
       01  prompt-month                pic 9(2) value 0.
       01  prompt-year                 pic 9(4) value 0.
      *    A 10 km square is the two grid letters followed by the
      *    leading digit of the easting and of the northing.
       01  sighting-square.
           05  sighting-square-letters pic X(2).
           05  sighting-square-easting pic X.
           05  sighting-square-northing    pic X.
      *    Squares where a species was seen only before the period
      *    are kept as possible losses.
       01  atlas-table.
           05  atlas-entry-count       pic 9(3) value 0.
           05  atlas-entry             occurs MAX-ATLAS-ENTRIES
                   indexed by atlas-index
                               sort-outer-index
                               sort-inner-index.
               10  atlas-key.
                   15  atlas-species   pic X(24).
                   15  atlas-square    pic X(4).
               10  atlas-count         pic 9(6).
               10  atlas-first-date    pic 9(8).
               10  atlas-last-date     pic 9(8).
               10  atlas-earlier-date  pic 9(8).
               10  atlas-period-flag   pic X.
                   88  atlas-seen-in-period    value "Y".
       01  swap-atlas-entry            pic X(59).
       01  square-table.
           05  square-entry-count      pic 9(3) value 0.
           05  square-entry            occurs MAX-ATLAS-SQUARES
                                       indexed by square-index.
               10  square-reference    pic X(4).
               10  square-species-count    pic 9(4).
               10  square-loss-count   pic 9(4).
       01  current-species             pic X(24).
       01  species-square-count        pic 9(4) value 0.
       01  species-bird-total          pic 9(7) value 0.
       01  species-loss-count          pic 9(4) value 0.
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  sightings-in-period         pic 9(5) value 0.
       01  sightings-unplaced          pic 9(5) value 0.
       01  entries-dropped             pic 9(5) value 0.
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  register-file-status.
           05  register-status-key-1   pic X.
           05  register-status-key-2   pic X.

       procedure division.
           perform prompt-for-date-range
           open input site-register
           if register-status-key-1 not = "0"
               display "No site register found - sightings cannot be "
                       "placed in grid squares."
               goback
           end-if
           open input bird-spotting-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
               close site-register
               goback
           end-if
           perform until end-of-file
               read bird-spotting-data
                   at end
                       set end-of-file to true
                   not at end
                       compute record-date-value =
                           spotting-year * 10000
                           + spotting-month * 100 + spotting-day
                       if record-date-value <= range-end-date
                           perform place-sighting-in-square
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           close site-register

           perform sort-atlas-entries
           perform print-species-squares
           perform print-square-totals
           goback
           .

       prompt-for-date-range section.
           display "Enter start of atlas period:"
           perform prompt-for-day-month-year
           compute range-start-date =
                   prompt-year * 10000 + prompt-month * 100 + prompt-day
           display "Enter end of atlas period:"
           perform prompt-for-day-month-year
           compute range-end-date =
                   prompt-year * 10000 + prompt-month * 100 + prompt-day
           .

       prompt-for-day-month-year section.
           display "  Day:"
           accept prompt-day
           display "  Month:"
           accept prompt-month
           display "  Year:"
           accept prompt-year
           .

       place-sighting-in-square section.
           move spaces to sighting-square
           if sighting-site-code not = spaces
               move sighting-site-code to site-code
               read site-register
                   not invalid key
                       if site-grid-letters not = spaces
                               and site-easting is numeric
                               and site-northing is numeric
                           move site-grid-letters
                               to sighting-square-letters
                           move site-easting(1:1)
                               to sighting-square-easting
                           move site-northing(1:1)
                               to sighting-square-northing
                       end-if
               end-read
           end-if
           if sighting-square = spaces
               if record-date-value >= range-start-date
                   add 1 to sightings-unplaced
               end-if
           else
               perform find-atlas-entry
               if entry-found
                   perform add-sighting-to-atlas
               end-if
           end-if
           .

       find-atlas-entry section.
           move "N" to entry-found-flag
           perform varying atlas-index from 1 by 1
                   until atlas-index > atlas-entry-count
                       or entry-found
               if atlas-species(atlas-index) = scientific-name
                       and atlas-square(atlas-index) = sighting-square
                   move "Y" to entry-found-flag
                   set atlas-index down by 1
               end-if
           end-perform
           if not entry-found
               if atlas-entry-count < MAX-ATLAS-ENTRIES
                   add 1 to atlas-entry-count
                   set atlas-index to atlas-entry-count
                   move scientific-name to atlas-species(atlas-index)
                   move sighting-square to atlas-square(atlas-index)
                   move zero to atlas-count(atlas-index)
                   move zero to atlas-first-date(atlas-index)
                   move zero to atlas-last-date(atlas-index)
                   move zero to atlas-earlier-date(atlas-index)
                   move "N" to atlas-period-flag(atlas-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to entries-dropped
               end-if
           end-if
           .

       add-sighting-to-atlas section.
           if record-date-value < range-start-date
               if record-date-value > atlas-earlier-date(atlas-index)
                   move record-date-value
                       to atlas-earlier-date(atlas-index)
               end-if
           else
               add 1 to sightings-in-period
               add bird-count to atlas-count(atlas-index)
               if not atlas-seen-in-period(atlas-index)
                       or record-date-value
                           < atlas-first-date(atlas-index)
                   move record-date-value
                       to atlas-first-date(atlas-index)
               end-if
               if record-date-value > atlas-last-date(atlas-index)
                   move record-date-value
                       to atlas-last-date(atlas-index)
               end-if
               move "Y" to atlas-period-flag(atlas-index)
           end-if
           .

       sort-atlas-entries section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > atlas-entry-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index > atlas-entry-count - 1
                   if atlas-key(sort-inner-index)
                           > atlas-key(sort-inner-index + 1)
                       move atlas-entry(sort-inner-index)
                           to swap-atlas-entry
                       move atlas-entry(sort-inner-index + 1)
                           to atlas-entry(sort-inner-index)
                       move swap-atlas-entry
                           to atlas-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

       print-species-squares section.
           display "===== Distribution Atlas " range-start-date
                   " to " range-end-date " ====="
           move spaces to current-species
           perform varying atlas-index from 1 by 1
                   until atlas-index > atlas-entry-count
               if atlas-species(atlas-index) not = current-species
                   perform print-species-total
                   move atlas-species(atlas-index) to current-species
                   display current-species
                   display "  Square   Count  First     Last"
               end-if
               if atlas-seen-in-period(atlas-index)
                   add 1 to species-square-count
                   add atlas-count(atlas-index) to species-bird-total
                   display "  " atlas-square(atlas-index) "   "
                           atlas-count(atlas-index) " "
                           atlas-first-date(atlas-index) "  "
                           atlas-last-date(atlas-index)
               else
                   add 1 to species-loss-count
                   display "  " atlas-square(atlas-index)
                           "   possible loss - last recorded "
                           atlas-earlier-date(atlas-index)
               end-if
               perform note-square-species
           end-perform
           perform print-species-total
           if atlas-entry-count = zero
               display "No sightings at registered, grid-referenced "
                       "sites up to the end of the period."
           end-if
           .

       print-species-total section.
           if current-species not = spaces
               display "  Recorded in " species-square-count
                       " squares, " species-bird-total " birds; "
                       species-loss-count " possible losses."
           end-if
           move zero to species-square-count
           move zero to species-bird-total
           move zero to species-loss-count
           .

       note-square-species section.
           move "N" to entry-found-flag
           perform varying square-index from 1 by 1
                   until square-index > square-entry-count
                       or entry-found
               if square-reference(square-index)
                       = atlas-square(atlas-index)
                   move "Y" to entry-found-flag
                   set square-index down by 1
               end-if
           end-perform
           if not entry-found
                   and square-entry-count < MAX-ATLAS-SQUARES
               add 1 to square-entry-count
               set square-index to square-entry-count
               move atlas-square(atlas-index)
                   to square-reference(square-index)
               move zero to square-species-count(square-index)
               move zero to square-loss-count(square-index)
               move "Y" to entry-found-flag
           end-if
           if entry-found
               if atlas-seen-in-period(atlas-index)
                   add 1 to square-species-count(square-index)
               else
                   add 1 to square-loss-count(square-index)
               end-if
           end-if
           .

       print-square-totals section.
           display "----- Species Total by Square -----"
           display "Square  Species  Possible losses"
           perform varying square-index from 1 by 1
                   until square-index > square-entry-count
               display square-reference(square-index) "    "
                       square-species-count(square-index) "     "
                       square-loss-count(square-index)
           end-perform
           display sightings-in-period " sightings in the period "
                   "placed in squares."
           if sightings-unplaced > zero
               display sightings-unplaced " sightings in the period "
                       "had no registered grid reference."
           end-if
           if entries-dropped > zero
               display entries-dropped " sightings left out - "
                       "atlas table full."
           end-if
           .
