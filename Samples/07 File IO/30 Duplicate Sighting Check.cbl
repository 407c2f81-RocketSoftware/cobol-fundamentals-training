       input-output section.
           select bird-spotting-data assign "bird-spotting-data.txt"
               organization sequential
               file status file-status-code.
           select sighting-duplicates assign "sighting-duplicates.dat"
               organization line sequential
               file status duplicates-file-status.

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

      *    Each sighting marked as a duplicate of another observer's
      *    record of the same flock; count reports may leave these out.
       FD  sighting-duplicates.
       01  duplicate-sighting-record   pic X(87).

       working-storage section.
       78  MAX-SITE-DAYS               value 1000.
       78  MAX-GROUP-MEMBERS           value 500.
      *    One entry per species, site and day; the record with the
      *    highest count is kept as the site-day figure.
       01  site-day-table.
           05  site-day-count          pic 9(4) value 0.
           05  site-day-entry          occurs MAX-SITE-DAYS
                                       indexed by site-day-index.
               10  site-day-key.
                   15  site-day-species    pic X(24).
                   15  site-day-site   pic X(4).
                   15  site-day-date   pic X(10).
               10  site-day-first-observer pic X(2).
               10  site-day-observers-flag pic X.
                   88  site-day-shared     value "Y".
               10  site-day-records    pic 9(3).
               10  site-day-highest    pic 9(4).
               10  site-day-kept-record    pic 9(7).
       01  group-member-table.
           05  group-member-count      pic 9(3) value 0.
           05  group-member-entry      occurs MAX-GROUP-MEMBERS
                                       indexed by group-member-index.
               10  member-site-day     pic 9(4).
               10  member-observer     pic X(2).
               10  member-count        pic 9(4).
               10  member-kept-flag    pic X.
                   88  member-kept     value "Y".
       01  current-site-day-key.
           05  current-species         pic X(24).
           05  current-site            pic X(4).
           05  current-date            pic X(10).
       01  record-number               pic 9(7) value 0.
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  sightings-read              pic 9(7) value 0.
       01  sightings-uncoded           pic 9(7) value 0.
       01  duplicate-groups            pic 9(5) value 0.
       01  duplicates-marked           pic 9(5) value 0.
       01  birds-removed               pic 9(7) value 0.
       01  site-days-dropped           pic 9(5) value 0.
       01  members-dropped             pic 9(5) value 0.
       01  file-status                 pic 9 value 0.
           88  end-of-file             value 1 false 0.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  duplicates-file-status.
           05  duplicates-status-key-1 pic X.
           05  duplicates-status-key-2 pic X.

       procedure division.
           open input bird-spotting-data
           if status-key-1 not = "0"
               display "Error code " file-status-code
               goback
           end-if
           perform until end-of-file
               read bird-spotting-data
                   at end
                       set end-of-file to true
                   not at end
                       add 1 to record-number
                       add 1 to sightings-read
                       if sighting-site-code = spaces
                           add 1 to sightings-uncoded
                       else
                           perform note-site-day-sighting
                       end-if
               end-read
           end-perform
           close bird-spotting-data

           open output sighting-duplicates
           if duplicates-status-key-1 not = "0"
               display "Error code " duplicates-file-status
                       " opening sighting-duplicates.dat."
               goback
           end-if
           perform mark-duplicate-sightings
           close sighting-duplicates

           perform print-duplicate-groups
           goback
           .

       note-site-day-sighting section.
           move scientific-name to current-species
           move sighting-site-code to current-site
           move spotting-date(1:10) to current-date
           perform find-site-day-entry
           if entry-found
               add 1 to site-day-records(site-day-index)
               if observer-code
                       not = site-day-first-observer(site-day-index)
                   move "Y" to site-day-observers-flag(site-day-index)
               end-if
               if bird-count > site-day-highest(site-day-index)
                   move bird-count to site-day-highest(site-day-index)
                   move record-number
                       to site-day-kept-record(site-day-index)
               end-if
           end-if
           .

       find-site-day-entry section.
           move "N" to entry-found-flag
           perform varying site-day-index from 1 by 1
                   until site-day-index > site-day-count
                       or entry-found
               if site-day-key(site-day-index) = current-site-day-key
                   move "Y" to entry-found-flag
                   set site-day-index down by 1
               end-if
           end-perform
           if not entry-found
               if site-day-count < MAX-SITE-DAYS
                   add 1 to site-day-count
                   set site-day-index to site-day-count
                   move current-site-day-key
                       to site-day-key(site-day-index)
                   move observer-code
                       to site-day-first-observer(site-day-index)
                   move "N" to site-day-observers-flag(site-day-index)
                   move zero to site-day-records(site-day-index)
                   move zero to site-day-highest(site-day-index)
                   move record-number
                       to site-day-kept-record(site-day-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to site-days-dropped
               end-if
           end-if
           .

      *    Second pass - every record in a site-day seen by more than
      *    one observer, other than the highest count, is a duplicate.
       mark-duplicate-sightings section.
           move zero to record-number
           set end-of-file to false
           open input bird-spotting-data
           perform until end-of-file
               read bird-spotting-data
                   at end
                       set end-of-file to true
                   not at end
                       add 1 to record-number
                       if sighting-site-code not = spaces
                           perform check-shared-site-day
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           .

       check-shared-site-day section.
           move scientific-name to current-species
           move sighting-site-code to current-site
           move spotting-date(1:10) to current-date
           move "N" to entry-found-flag
           perform varying site-day-index from 1 by 1
                   until site-day-index > site-day-count
                       or entry-found
               if site-day-key(site-day-index) = current-site-day-key
                   move "Y" to entry-found-flag
                   set site-day-index down by 1
               end-if
           end-perform
           if entry-found and site-day-shared(site-day-index)
               perform store-group-member
               if record-number
                       not = site-day-kept-record(site-day-index)
                   move bird-spotting-record
                       to duplicate-sighting-record
                   write duplicate-sighting-record
                   add 1 to duplicates-marked
                   add bird-count to birds-removed
               end-if
           end-if
           .

       store-group-member section.
           if group-member-count < MAX-GROUP-MEMBERS
               add 1 to group-member-count
               set group-member-index to group-member-count
               set member-site-day(group-member-index)
                   to site-day-index
               move observer-code to member-observer(group-member-index)
               move bird-count to member-count(group-member-index)
               if record-number
                       = site-day-kept-record(site-day-index)
                   move "Y" to member-kept-flag(group-member-index)
               else
                   move "N" to member-kept-flag(group-member-index)
               end-if
           else
               add 1 to members-dropped
           end-if
           .

       print-duplicate-groups section.
           display "===== Suspected Duplicate Sightings ====="
           perform varying site-day-index from 1 by 1
                   until site-day-index > site-day-count
               if site-day-shared(site-day-index)
                   add 1 to duplicate-groups
                   display site-day-date(site-day-index) " "
                           site-day-site(site-day-index) " "
                           site-day-species(site-day-index) " - "
                           site-day-records(site-day-index)
                           " records, site-day figure "
                           site-day-highest(site-day-index)
                   perform print-group-members
               end-if
           end-perform
           if duplicate-groups = zero
               display "No sightings shared between observers."
           end-if
           display duplicate-groups " duplicate groups, "
                   duplicates-marked " sightings marked as "
                   "duplicates (" birds-removed " birds)."
           display "Duplicates written to sighting-duplicates.dat."
           if sightings-uncoded > zero
               display sightings-uncoded " sightings with no site "
                       "code were not checked."
           end-if
           if site-days-dropped > zero
               display site-days-dropped " sightings not checked - "
                       "site-day table full."
           end-if
           if members-dropped > zero
               display members-dropped " group members left off the "
                       "listing - table full."
           end-if
           .

       print-group-members section.
           perform varying group-member-index from 1 by 1
                   until group-member-index > group-member-count
               if member-site-day(group-member-index)
                       = site-day-index
                   if member-kept(group-member-index)
                       display "    " member-observer
                               (group-member-index) " "
                               member-count(group-member-index)
                               "  kept"
                   else
                       display "    " member-observer
                               (group-member-index) " "
                               member-count(group-member-index)
                               "  duplicate"
                   end-if
               end-if
           end-perform
           .
