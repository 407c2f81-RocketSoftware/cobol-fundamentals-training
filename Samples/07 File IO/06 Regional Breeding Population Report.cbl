           select bird-spotting-data assign "bird-spotting-data.txt"
               organization sequential
               file status file-status-code.
           select sighting-duplicates assign "sighting-duplicates.dat"
               organization line sequential
               file status duplicates-file-status.

       file section.
       FD  bird-spotting-data.
           05  bird-count              pic 9(4).
           05  filler                  pic X(11).

       FD  sighting-duplicates.
       01  duplicate-sighting-record   pic X(87).

       working-storage section.
       01  file-status                 pic 9 value 1.
           88  end-of-file             value 0 false 1.
       01  file-status-code.
           05  status-key-1            pic X.
           05  status-key-2            pic X.
       01  duplicates-file-status.
           05  duplicates-status-key-1 pic X.
           05  duplicates-status-key-2 pic X.
       01  duplicates-read-status      pic 9 value 0.
           88  end-of-duplicates       value 1 false 0.
       01  deduplicate-flag            pic X value "N".
           88  use-deduplicated-figures    value "Y" "y".
       01  sighting-duplicate-flag     pic X value "N".
           88  sighting-is-duplicate   value "Y".
       01  duplicates-skipped          pic 9(5) value 0.
       01  duplicate-sightings.
           05  duplicate-count         pic 9(3) value 0.
           05  duplicate-entry occurs 500
                       indexed by duplicate-index.
               10  duplicate-image     pic X(87).
               10  duplicate-used-flag pic X.
                   88  duplicate-used  value "Y".
       01  region-table-count          pic 9(2) value 0.
       01  region-match-index          pic 9(2) value 0.
       01  region-found-flag           pic X value "N".
       01  population-change-percent   pic S9(3)V9(2).

       procedure division.
           perform prompt-for-deduplication
           perform build-region-totals
           perform display-region-totals
           goback
                   at end
                       set end-of-file to true
                   not at end
                       perform check-for-duplicate
                       if not sighting-is-duplicate
                           perform accumulate-region-total
                           perform accumulate-region-year-total
                       end-if
               end-read
           end-perform
           close bird-spotting-data

       display-region-totals section.
           display "===== Regional Breeding Population Report ====="
           if use-deduplicated-figures
               display "(de-duplicated site-day figures - "
                       duplicates-skipped " duplicate sightings "
                       "left out)"
           end-if
           perform varying region-index from 1 by 1
                   until region-index > region-table-count
               perform determine-region-trend
               goback
           end-if
           .

      *    Sightings marked by the duplicate sighting check can be
      *    left out so a flock logged by several observers is counted
      *    once, at its highest count.
       prompt-for-deduplication section.
           display "Use de-duplicated site-day figures? (Y/N)"
           accept deduplicate-flag
           if use-deduplicated-figures
               perform load-duplicate-sightings
           end-if
           .

       load-duplicate-sightings section.
           open input sighting-duplicates
           if duplicates-status-key-1 not = "0"
               display "No duplicate sighting file found - run the "
                       "duplicate sighting check first."
               move "N" to deduplicate-flag
               set end-of-duplicates to true
           end-if
           perform until end-of-duplicates
               read sighting-duplicates
                   at end
                       set end-of-duplicates to true
                   not at end
                       if duplicate-count < 500
                           add 1 to duplicate-count
                           move duplicate-sighting-record
                               to duplicate-image(duplicate-count)
                           move "N"
                               to duplicate-used-flag(duplicate-count)
                       end-if
               end-read
           end-perform
           if duplicates-status-key-1 = "0"
                   or duplicates-status-key-1 = "1"
               close sighting-duplicates
           end-if
           .

       check-for-duplicate section.
           move "N" to sighting-duplicate-flag
           if use-deduplicated-figures
               perform varying duplicate-index from 1 by 1
                       until duplicate-index > duplicate-count
                           or sighting-is-duplicate
                   if not duplicate-used(duplicate-index)
                           and duplicate-image(duplicate-index)
                               = bird-spotting-record
                       move "Y" to sighting-duplicate-flag
                       move "Y"
                           to duplicate-used-flag(duplicate-index)
                       add 1 to duplicates-skipped
                   end-if
               end-perform
           end-if
           .
