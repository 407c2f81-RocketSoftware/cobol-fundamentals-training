       input-output section.
           select nest-records assign "nest-records.dat"
               organization indexed
               access dynamic
               record key nest-id
               file status nest-file-status.
           select nest-visits assign "nest-visits.dat"
               organization sequential
               file status nest-visit-file-status.
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
           05  filler redefines nest-found-date.
               10  nest-found-year     pic 9(4).
               10  filler              pic 9(4).
           05  nest-last-visit-date    pic 9(8).
           05  nest-outcome            pic X.

       FD  nest-visits.
       01  nest-visit-record.
           05  nest-visit-nest-id      pic X(8).
           05  nest-visit-date         pic 9(8).
           05  nest-visit-eggs         pic 9(2).
           05  nest-visit-chicks       pic 9(2).
           05  nest-visit-fledged      pic 9(2).
           05  nest-visit-outcome      pic X.
           05  nest-visit-observer-code    pic X(2).

       FD  site-register.
       01  site-register-record.
           05  site-code               pic X(4).
           05  site-full-name          pic X(20).
           05  site-region             pic X(12).
           05  site-habitat            pic X(4).
           05  site-grid-reference     pic X(8).

       working-storage section.
       78  MAX-SEASON-NESTS            value 500.
       78  MAX-SUMMARY-ENTRIES         value 100.
       01  season-year                 pic 9(4) value 0.
      *    Clutch size is the most eggs seen on any visit and the
      *    number hatched the most chicks seen.
       01  nest-table.
           05  nest-entry-count        pic 9(3) value 0.
           05  nest-entry              occurs MAX-SEASON-NESTS
                                       indexed by nest-index.
               10  table-nest-id       pic X(8).
               10  table-nest-species  pic X(24).
               10  table-nest-region   pic X(12).
               10  table-nest-clutch   pic 9(2).
               10  table-nest-hatched  pic 9(2).
               10  table-nest-fledged  pic 9(2).
               10  table-nest-outcome  pic X.
                   88  table-nest-active       value space.
                   88  table-nest-fledged-out  value "F".
                   88  table-nest-failed       value "L".
                   88  table-nest-predated     value "P".
       01  nests-over-limit            pic 9(4) value 0.
       01  summary-table.
           05  summary-entry-count     pic 9(3) value 0.
           05  summary-entry           occurs MAX-SUMMARY-ENTRIES
                                       indexed by summary-index.
               10  summary-key         pic X(24).
               10  summary-nests       pic 9(4).
               10  summary-clutches    pic 9(4).
               10  summary-eggs        pic 9(6).
               10  summary-eggs-hatched    pic 9(6).
               10  summary-hatched     pic 9(6).
               10  summary-fledged     pic 9(6).
               10  summary-fledged-nests   pic 9(4).
               10  summary-failed-nests    pic 9(4).
               10  summary-predated-nests  pic 9(4).
               10  summary-other-nests     pic 9(4).
       01  summary-key-entry           pic X(24).
       01  summary-by-species-flag     pic X value "Y".
           88  summarise-by-species    value "Y" false "N".
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  mean-clutch                 pic 9(2)V9(2).
       01  hatch-rate                  pic 9(3)V9(1).
       01  fledging-success            pic 9(3)V9(1).
       01  formatted-clutch            pic Z9.99.
       01  formatted-hatch-rate        pic ZZ9.9.
       01  formatted-fledging          pic ZZ9.9.
       01  nest-read-status            pic 9 value 0.
           88  end-of-nests            value 1 false 0.
       01  nest-visit-read-status      pic 9 value 0.
           88  end-of-nest-visits      value 1 false 0.
       01  register-open-flag          pic X value "N".
           88  site-register-open      value "Y" false "N".
       01  nest-file-status.
           05  nest-status-key-1       pic X.
           05  nest-status-key-2       pic X.
       01  nest-visit-file-status.
           05  nest-visit-status-key-1 pic X.
           05  nest-visit-status-key-2 pic X.
       01  register-file-status.
           05  register-status-key-1   pic X.
           05  register-status-key-2   pic X.

       procedure division.
           display "Please enter the season (yyyy):"
           accept season-year
           open input nest-records
           if nest-status-key-1 not = "0"
               display "No nest records on file - nothing to report."
               goback
           end-if
           open input site-register
           if register-status-key-1 = "0"
               set site-register-open to true
           else
               display "No site register found - nests cannot be "
                       "placed in a region."
           end-if
           perform load-season-nests
           close nest-records
           if site-register-open
               close site-register
           end-if
           if nest-entry-count = zero
               display "No nests found in " season-year "."
               goback
           end-if
           perform apply-nest-visits

           display "===== Nest Record Season Report " season-year
                   " ====="
           set summarise-by-species to true
           perform build-summary-table
           display "----- By Species -----"
           perform print-summary-table
           set summarise-by-species to false
           perform build-summary-table
           display "----- By Region -----"
           perform print-summary-table
           display nest-entry-count " nests reported."
           if nests-over-limit > zero
               display nests-over-limit " further nests were left "
                       "out - the season table is full."
           end-if
           goback
           .

       load-season-nests section.
           set end-of-nests to false
           move low-values to nest-id
           start nest-records key is greater than nest-id
               invalid key
                   set end-of-nests to true
           end-start
           perform until end-of-nests
               read nest-records next record
                   at end
                       set end-of-nests to true
                   not at end
                       if nest-found-year = season-year
                           perform store-season-nest
                       end-if
               end-read
           end-perform
           .

       store-season-nest section.
           if nest-entry-count >= MAX-SEASON-NESTS
               add 1 to nests-over-limit
           else
               add 1 to nest-entry-count
               set nest-index to nest-entry-count
               move nest-id to table-nest-id(nest-index)
               move nest-scientific-name
                   to table-nest-species(nest-index)
               move "UNREGISTERED" to table-nest-region(nest-index)
               if site-register-open
                   move nest-site-code to site-code
                   read site-register
                       not invalid key
                           move site-region
                               to table-nest-region(nest-index)
                   end-read
               end-if
               move zero to table-nest-clutch(nest-index)
               move zero to table-nest-hatched(nest-index)
               move zero to table-nest-fledged(nest-index)
               move nest-outcome to table-nest-outcome(nest-index)
           end-if
           .

       apply-nest-visits section.
           open input nest-visits
           if nest-visit-status-key-1 not = "0"
               display "No nest visits on file - clutch and brood "
                       "figures will be zero."
               set end-of-nest-visits to true
           end-if
           perform until end-of-nest-visits
               read nest-visits
                   at end
                       set end-of-nest-visits to true
                   not at end
                       perform apply-one-nest-visit
               end-read
           end-perform
           if nest-visit-status-key-1 = "0"
                   or nest-visit-status-key-1 = "1"
               close nest-visits
           end-if
           .

       apply-one-nest-visit section.
           move "N" to entry-found-flag
           perform varying nest-index from 1 by 1
                   until nest-index > nest-entry-count
                       or entry-found
               if table-nest-id(nest-index) = nest-visit-nest-id
                   move "Y" to entry-found-flag
                   set nest-index down by 1
               end-if
           end-perform
           if entry-found
               if nest-visit-eggs > table-nest-clutch(nest-index)
                   move nest-visit-eggs
                       to table-nest-clutch(nest-index)
               end-if
               if nest-visit-chicks > table-nest-hatched(nest-index)
                   move nest-visit-chicks
                       to table-nest-hatched(nest-index)
               end-if
               if nest-visit-fledged > zero
                   move nest-visit-fledged
                       to table-nest-fledged(nest-index)
               end-if
           end-if
           .

       build-summary-table section.
           initialize summary-table
           perform varying nest-index from 1 by 1
                   until nest-index > nest-entry-count
               if summarise-by-species
                   move table-nest-species(nest-index)
                       to summary-key-entry
               else
                   move table-nest-region(nest-index)
                       to summary-key-entry
               end-if
               perform find-summary-entry
               if entry-found
                   perform add-nest-to-summary
               end-if
           end-perform
           .

       find-summary-entry section.
           move "N" to entry-found-flag
           perform varying summary-index from 1 by 1
                   until summary-index > summary-entry-count
                       or entry-found
               if summary-key(summary-index) = summary-key-entry
                   move "Y" to entry-found-flag
                   set summary-index down by 1
               end-if
           end-perform
           if not entry-found
                   and summary-entry-count < MAX-SUMMARY-ENTRIES
               add 1 to summary-entry-count
               set summary-index to summary-entry-count
               move summary-key-entry to summary-key(summary-index)
               move "Y" to entry-found-flag
           end-if
           .

       add-nest-to-summary section.
           add 1 to summary-nests(summary-index)
           if table-nest-clutch(nest-index) > zero
               add 1 to summary-clutches(summary-index)
               add table-nest-clutch(nest-index)
                   to summary-eggs(summary-index)
               if table-nest-hatched(nest-index)
                       > table-nest-clutch(nest-index)
                   add table-nest-clutch(nest-index)
                       to summary-eggs-hatched(summary-index)
               else
                   add table-nest-hatched(nest-index)
                       to summary-eggs-hatched(summary-index)
               end-if
           end-if
           add table-nest-hatched(nest-index)
               to summary-hatched(summary-index)
           add table-nest-fledged(nest-index)
               to summary-fledged(summary-index)
           evaluate true
               when table-nest-fledged-out(nest-index)
                   add 1 to summary-fledged-nests(summary-index)
               when table-nest-failed(nest-index)
                   add 1 to summary-failed-nests(summary-index)
               when table-nest-predated(nest-index)
                   add 1 to summary-predated-nests(summary-index)
               when other
                   add 1 to summary-other-nests(summary-index)
           end-evaluate
           .

      *    Hatch rate is chicks over eggs laid, for nests found
      *    with eggs; fledging success is young fledged over chicks.
       print-summary-table section.
           display "                         Nests Clutch Hatch% "
                   "Fledge% Fledged Failed Predated Other"
           perform varying summary-index from 1 by 1
                   until summary-index > summary-entry-count
               move zero to mean-clutch
               move zero to hatch-rate
               move zero to fledging-success
               if summary-clutches(summary-index) > zero
                   compute mean-clutch rounded =
                       summary-eggs(summary-index)
                       / summary-clutches(summary-index)
               end-if
               if summary-eggs(summary-index) > zero
                   compute hatch-rate rounded =
                       summary-eggs-hatched(summary-index) * 100
                       / summary-eggs(summary-index)
               end-if
               if summary-hatched(summary-index) > zero
                   compute fledging-success rounded =
                       summary-fledged(summary-index) * 100
                       / summary-hatched(summary-index)
               end-if
               move mean-clutch to formatted-clutch
               move hatch-rate to formatted-hatch-rate
               move fledging-success to formatted-fledging
               display summary-key(summary-index) " "
                       summary-nests(summary-index) "  "
                       formatted-clutch "  "
                       formatted-hatch-rate "   "
                       formatted-fledging "   "
                       summary-fledged-nests(summary-index) "   "
                       summary-failed-nests(summary-index) "   "
                       summary-predated-nests(summary-index) "     "
                       summary-other-nests(summary-index)
           end-perform
           .
