       input-output section.
           select run-log
               assign "job-run-log.dat"
               organization sequential
               file status run-log-status.
           select window-print
               assign "batch-window-print.txt"
               organization line sequential
               file status window-print-status.

       file section.
       FD  run-log.
       01  run-log-record.
           05  log-run-date            pic 9(8).
           05  log-step-number         pic 9(2).
           05  log-program-name        pic X(30).
           05  log-event               pic X(8).
               88  step-started        value "STARTED".
               88  step-ended-ok       value "ENDED-OK".
               88  step-failed         value "FAILED".
           05  log-timestamp           pic X(21).

       FD  window-print.
       01  window-print-line           pic X(90).

       working-storage section.
       78  MAX-STEP-RUNS               value 3000.
       78  MAX-NIGHTS                  value 400.
       78  ROLLING-RUNS                value 30.
       78  OVERRUN-PERCENT             value 150.
       78  OVERRUN-MINIMUM-SECONDS     value 60.
       78  DEFAULT-FINISH-TIME         value 0600.
       01  report-run-date             pic 9(8) value 0.
       01  finish-time-entry           pic 9(4) value 0.
       01  finish-time-fields redefines finish-time-entry.
           05  finish-hour             pic 9(2).
           05  finish-minute           pic 9(2).
       01  step-run-table.
           05  step-run-count          pic 9(4) value 0.
           05  step-run-entry          occurs MAX-STEP-RUNS
                                       indexed by run-index
                                                  history-index.
               10  run-date            pic 9(8).
               10  run-step-number     pic 9(2).
               10  run-program-name    pic X(30).
               10  run-start-seconds   pic 9(11).
               10  run-end-seconds     pic 9(11).
               10  run-start-time      pic 9(6).
               10  run-end-time        pic 9(6).
               10  run-outcome         pic X.
                   88  run-still-open      value "R".
                   88  run-completed-ok    value "E".
                   88  run-ended-failed    value "F".
       01  step-runs-dropped           pic 9(5) value 0.
       01  open-step-table.
           05  open-step-run           pic 9(4) occurs 99.
       01  night-table.
           05  night-count             pic 9(3) value 0.
           05  night-entry             occurs MAX-NIGHTS
                                       indexed by night-index.
               10  night-run-date      pic 9(8).
               10  night-start-seconds pic 9(11).
               10  night-end-seconds   pic 9(11).
               10  night-start-time    pic 9(6).
               10  night-end-time      pic 9(6).
               10  night-end-date      pic 9(8).
               10  night-step-count    pic 9(3).
               10  night-failed-count  pic 9(3).
       01  timestamp-fields.
           05  stamp-date              pic 9(8).
           05  stamp-hour              pic 9(2).
           05  stamp-minute            pic 9(2).
           05  stamp-second            pic 9(2).
           05  filler                  pic X(7).
       01  stamp-seconds               pic 9(11).
       01  stamp-time                  pic 9(6).
       01  step-elapsed                pic 9(7).
       01  history-runs                pic 9(3).
       01  history-total               pic 9(11).
       01  rolling-average             pic 9(7).
       01  overrun-limit               pic 9(7).
       01  step-flag                   pic X(12).
       01  steps-flagged               pic 9(3) value 0.
       01  night-found-flag            pic X value "N".
           88  night-found             value "Y".
       01  report-night-index          pic 9(3) value 0.
       01  first-history-night         pic 9(3).
       01  deadline-seconds            pic 9(11).
       01  deadline-date               pic 9(8).
       01  window-margin               pic S9(7).
       01  window-elapsed              pic 9(7).
       01  window-history-total        pic 9(11) value 0.
       01  window-history-nights       pic 9(3) value 0.
       01  window-average              pic 9(7).
       01  duration-seconds            pic 9(7).
       01  duration-text               pic X(8).
       01  duration-hours              pic 9(3).
       01  duration-minutes            pic 9(2).
       01  duration-remainder          pic 9(7).
       01  duration-secs               pic 9(2).
       01  formatted-hours             pic ZZ9.
       01  margin-text                 pic X(9).
       01  print-work-line             pic X(90).
       01  log-read-status             pic 9 value 0.
           88  end-of-run-log          value 1 false 0.
       01  run-log-status.
           05  run-log-status-key-1    pic X.
           05  run-log-status-key-2    pic X.
       01  window-print-status.
           05  window-print-key-1      pic X.
           05  window-print-key-2      pic X.

       procedure division.
           display "===== Batch Window Statistics ====="
           open input run-log
           if run-log-status-key-1 not = "0"
               display "No run log found - nothing to report."
               goback
           end-if
           perform load-step-runs
           close run-log
           if step-run-count = zero
               display "The run log holds no completed steps."
               goback
           end-if
           perform build-night-table

           display "Please enter the night to report (run date "
                   "yyyymmdd, or 0 for the latest):"
           move zero to report-run-date
           accept report-run-date
           if report-run-date = zero
               move night-run-date(night-count) to report-run-date
           end-if
           perform find-report-night
           if not night-found
               display "No batch run on " report-run-date
                       " in the run log."
               goback
           end-if
           display "Please enter the agreed finish time (hhmm, or 0 "
                   "for " DEFAULT-FINISH-TIME "):"
           move zero to finish-time-entry
           accept finish-time-entry
           if finish-time-entry = zero
               move DEFAULT-FINISH-TIME to finish-time-entry
           end-if
           if finish-hour > 23 or finish-minute > 59
               display "Invalid finish time - report cancelled."
               goback
           end-if

           open output window-print
           perform print-report-heading
           perform print-step-statistics
           perform print-window-summary
           perform print-window-history
           close window-print
           display "Batch window report written to "
                   "batch-window-print.txt - " steps-flagged
                   " steps flagged."
           goback
           .

      *    Each STARTED event opens a run for its step; the next
      *    ENDED-OK or FAILED for the same step and run date closes
      *    it. A rerun after a failure opens a fresh run.
       load-step-runs section.
           initialize open-step-table
           perform until end-of-run-log
               read run-log
                   at end
                       set end-of-run-log to true
                   not at end
                       evaluate true
                           when step-started
                               perform open-step-run-entry
                           when step-ended-ok
                           when step-failed
                               perform close-step-run-entry
                       end-evaluate
               end-read
           end-perform
           if step-runs-dropped > zero
               display step-runs-dropped " step runs dropped - "
                       "table full."
           end-if
           .

       open-step-run-entry section.
           if step-run-count < MAX-STEP-RUNS
               add 1 to step-run-count
               set run-index to step-run-count
               move log-run-date to run-date(run-index)
               move log-step-number to run-step-number(run-index)
               move log-program-name to run-program-name(run-index)
               perform convert-log-timestamp
               move stamp-seconds to run-start-seconds(run-index)
               move stamp-time to run-start-time(run-index)
               move zero to run-end-seconds(run-index)
               move zero to run-end-time(run-index)
               set run-still-open(run-index) to true
               move step-run-count to open-step-run(log-step-number)
           else
               add 1 to step-runs-dropped
           end-if
           .

       close-step-run-entry section.
           if log-step-number > zero
                   and open-step-run(log-step-number) > zero
               set run-index to open-step-run(log-step-number)
               if run-date(run-index) = log-run-date
                       and run-still-open(run-index)
                   perform convert-log-timestamp
                   move stamp-seconds to run-end-seconds(run-index)
                   move stamp-time to run-end-time(run-index)
                   if step-ended-ok
                       set run-completed-ok(run-index) to true
                   else
                       set run-ended-failed(run-index) to true
                   end-if
               end-if
               move zero to open-step-run(log-step-number)
           end-if
           .

       convert-log-timestamp section.
           move log-timestamp to timestamp-fields
           compute stamp-seconds =
               function integer-of-date(stamp-date) * 86400
               + stamp-hour * 3600 + stamp-minute * 60 + stamp-second
           compute stamp-time =
               stamp-hour * 10000 + stamp-minute * 100 + stamp-second
           .

      *    A night's window runs from its first step starting to its
      *    last step finishing, which may be after midnight.
       build-night-table section.
           perform varying run-index from 1 by 1
                   until run-index > step-run-count
               if not run-still-open(run-index)
                   perform add-run-to-night
               end-if
           end-perform
           .

       add-run-to-night section.
           move "N" to night-found-flag
           perform varying night-index from 1 by 1
                   until night-index > night-count or night-found
               if night-run-date(night-index) = run-date(run-index)
                   move "Y" to night-found-flag
                   set night-index down by 1
               end-if
           end-perform
           if not night-found
               if night-count < MAX-NIGHTS
                   add 1 to night-count
                   set night-index to night-count
                   move run-date(run-index)
                       to night-run-date(night-index)
                   move run-start-seconds(run-index)
                       to night-start-seconds(night-index)
                   move run-start-time(run-index)
                       to night-start-time(night-index)
                   move zero to night-end-seconds(night-index)
                   move zero to night-step-count(night-index)
                   move zero to night-failed-count(night-index)
                   move "Y" to night-found-flag
               end-if
           end-if
           if night-found
               add 1 to night-step-count(night-index)
               if run-ended-failed(run-index)
                   add 1 to night-failed-count(night-index)
               end-if
               if run-start-seconds(run-index)
                       < night-start-seconds(night-index)
                   move run-start-seconds(run-index)
                       to night-start-seconds(night-index)
                   move run-start-time(run-index)
                       to night-start-time(night-index)
               end-if
               if run-end-seconds(run-index)
                       > night-end-seconds(night-index)
                   move run-end-seconds(run-index)
                       to night-end-seconds(night-index)
                   move run-end-time(run-index)
                       to night-end-time(night-index)
                   compute night-end-date(night-index) =
                       function date-of-integer(
                           run-end-seconds(run-index) / 86400)
               end-if
           end-if
           .

       find-report-night section.
           move "N" to night-found-flag
           move zero to report-night-index
           perform varying night-index from 1 by 1
                   until night-index > night-count or night-found
               if night-run-date(night-index) = report-run-date
                   move "Y" to night-found-flag
                   set report-night-index to night-index
               end-if
           end-perform
           .

       print-report-heading section.
           move spaces to print-work-line
           string "===== Batch Window Statistics - Night of "
                      delimited by size
                  report-run-date delimited by size
                  " =====" delimited by size
                  into print-work-line
           end-string
           write window-print-line from print-work-line
           move spaces to print-work-line
           string "Steps over " delimited by size
                  OVERRUN-PERCENT delimited by size
                  "% of their average over the last " delimited by size
                  ROLLING-RUNS delimited by size
                  " good runs are flagged." delimited by size
                  into print-work-line
           end-string
           write window-print-line from print-work-line
           move spaces to print-work-line
           write window-print-line from print-work-line
           move "St Program                        Start    End"
             & "       Elapsed  Average Flag" to print-work-line
           write window-print-line from print-work-line
           move all "-" to print-work-line
           write window-print-line from print-work-line
           .

       print-step-statistics section.
           perform varying run-index from 1 by 1
                   until run-index > step-run-count
               if run-date(run-index) = report-run-date
                       and not run-still-open(run-index)
                   perform print-one-step-line
               end-if
           end-perform
           .

       print-one-step-line section.
           compute step-elapsed = run-end-seconds(run-index)
                                - run-start-seconds(run-index)
           perform compute-rolling-average
           move spaces to step-flag
           evaluate true
               when run-ended-failed(run-index)
                   move "FAILED" to step-flag
                   add 1 to steps-flagged
               when history-runs = zero
                   move "NO HISTORY" to step-flag
               when other
                   compute overrun-limit rounded =
                       rolling-average * OVERRUN-PERCENT / 100
                   if step-elapsed > overrun-limit
                           and step-elapsed - rolling-average
                               >= OVERRUN-MINIMUM-SECONDS
                       move "** OVERRUN" to step-flag
                       add 1 to steps-flagged
                   end-if
           end-evaluate
           move spaces to print-work-line
           move run-step-number(run-index) to print-work-line(1:2)
           move run-program-name(run-index) to print-work-line(4:30)
           move run-start-time(run-index) to print-work-line(35:6)
           move run-end-time(run-index) to print-work-line(44:6)
           move step-elapsed to duration-seconds
           perform format-duration
           move duration-text to print-work-line(53:8)
           if history-runs > zero
               move rolling-average to duration-seconds
               perform format-duration
               move duration-text to print-work-line(62:8)
           end-if
           move step-flag to print-work-line(71:12)
           write window-print-line from print-work-line
           .

      *    The average is taken over the step's most recent good runs
      *    on earlier nights, newest first.
       compute-rolling-average section.
           move zero to history-runs
           move zero to history-total
           move zero to rolling-average
           set history-index to run-index
           perform until history-index < 1
                   or history-runs not < ROLLING-RUNS
               if run-step-number(history-index)
                       = run-step-number(run-index)
                       and run-program-name(history-index)
                           = run-program-name(run-index)
                       and run-date(history-index) < report-run-date
                       and run-completed-ok(history-index)
                   add 1 to history-runs
                   compute history-total = history-total
                       + run-end-seconds(history-index)
                       - run-start-seconds(history-index)
               end-if
               set history-index down by 1
           end-perform
           if history-runs > zero
               compute rolling-average rounded =
                   history-total / history-runs
           end-if
           .

      *    The agreed finish time falls on the morning after the
      *    run date when the stream starts in the evening.
       print-window-summary section.
           set night-index to report-night-index
           perform compute-night-margin
           move all "-" to print-work-line
           write window-print-line from print-work-line
           move spaces to print-work-line
           move window-elapsed to duration-seconds
           perform format-duration
           string "Batch window: started " delimited by size
                  night-start-time(night-index) delimited by size
                  ", finished " delimited by size
                  night-end-date(night-index) delimited by size
                  " " delimited by size
                  night-end-time(night-index) delimited by size
                  ", elapsed " delimited by size
                  duration-text delimited by size
                  into print-work-line
           end-string
           write window-print-line from print-work-line
           move spaces to print-work-line
           string "Agreed finish: " delimited by size
                  deadline-date delimited by size
                  " " delimited by size
                  finish-time-entry delimited by size
                  "00   " delimited by size
                  margin-text delimited by size
                  into print-work-line
           end-string
           write window-print-line from print-work-line
           if window-margin < zero
               move "** WINDOW OVERRUN - start-of-day was delayed **"
                   to print-work-line
               write window-print-line from print-work-line
           end-if
           if night-failed-count(night-index) > zero
               move spaces to print-work-line
               string "Steps failed: " delimited by size
                      night-failed-count(night-index) delimited by size
                      into print-work-line
               end-string
               write window-print-line from print-work-line
           end-if
           .

       compute-night-margin section.
           compute window-elapsed = night-end-seconds(night-index)
                                  - night-start-seconds(night-index)
           move night-run-date(night-index) to deadline-date
           if night-start-time(night-index)
                   > finish-time-entry * 100
               compute deadline-date = function date-of-integer(
                   function integer-of-date(deadline-date) + 1)
           end-if
           compute deadline-seconds =
               function integer-of-date(deadline-date) * 86400
               + finish-hour * 3600 + finish-minute * 60
           compute window-margin =
               deadline-seconds - night-end-seconds(night-index)
           move spaces to margin-text
           if window-margin < zero
               compute duration-seconds = zero - window-margin
               perform format-duration
               string "late " delimited by size
                      duration-text delimited by size
                      into margin-text
               end-string
           else
               move window-margin to duration-seconds
               perform format-duration
               string "to spare " delimited by size
                      duration-text delimited by size
                      into margin-text
               end-string
           end-if
           .

      *    The trend over recent nights shows the window growing
      *    before it overruns.
       print-window-history section.
           move spaces to print-work-line
           write window-print-line from print-work-line
           move spaces to print-work-line
           string "----- Batch window, last " delimited by size
                  ROLLING-RUNS delimited by size
                  " nights -----" delimited by size
                  into print-work-line
           end-string
           write window-print-line from print-work-line
           move "Run date  Start   End       Elapsed  Margin     Steps"
               to print-work-line
           write window-print-line from print-work-line
           if report-night-index > ROLLING-RUNS
               compute first-history-night =
                   report-night-index - ROLLING-RUNS + 1
           else
               move 1 to first-history-night
           end-if
           perform varying night-index from first-history-night by 1
                   until night-index > report-night-index
               perform print-one-night-line
           end-perform
           if window-history-nights > zero
               compute window-average rounded =
                   window-history-total / window-history-nights
               move window-average to duration-seconds
               perform format-duration
               move spaces to print-work-line
               string "Average window over " delimited by size
                      window-history-nights delimited by size
                      " nights: " delimited by size
                      duration-text delimited by size
                      into print-work-line
               end-string
               write window-print-line from print-work-line
           end-if
           .

       print-one-night-line section.
           perform compute-night-margin
           add 1 to window-history-nights
           add window-elapsed to window-history-total
           move spaces to print-work-line
           move night-run-date(night-index) to print-work-line(1:8)
           move night-start-time(night-index) to print-work-line(11:6)
           move night-end-time(night-index) to print-work-line(19:6)
           move window-elapsed to duration-seconds
           perform format-duration
           move duration-text to print-work-line(27:8)
           move margin-text to print-work-line(37:9)
           move night-step-count(night-index) to print-work-line(48:3)
           if window-margin < zero
               move "OVERRUN" to print-work-line(53:7)
           end-if
           write window-print-line from print-work-line
           .

       format-duration section.
           divide duration-seconds by 3600 giving duration-hours
               remainder duration-remainder
           divide duration-remainder by 60 giving duration-minutes
               remainder duration-secs
           move duration-hours to formatted-hours
           move spaces to duration-text
           string formatted-hours delimited by size
                  ":" delimited by size
                  duration-minutes delimited by size
                  ":" delimited by size
                  duration-secs delimited by size
                  into duration-text
           end-string
           .
