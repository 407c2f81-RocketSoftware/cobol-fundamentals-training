           select sales-targets assign "sales-targets.dat"
               organization line sequential
               file status targets-file-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
       FD  sales-targets.
       01  sales-target-record.
           05  target-daily-amount     pic 9(9) occurs 5.
           05  target-branch-code      pic X(3).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-BRANCHES                value 6.
       01  day-names.
           05  day-name                pic X(9) occurs DAYS-PER-WEEK.
      *    One set of daily targets per branch.
       01  target-table.
           05  target-branch-count     pic 9(2) value 0.
           05  target-entry            occurs MAX-BRANCHES
                                       indexed by target-index.
               10  table-target-branch pic X(3).
               10  table-target-amount pic 9(9)
                                       occurs DAYS-PER-WEEK.
       01  current-targets.
           05  current-target-amount   pic 9(9)
                                       occurs DAYS-PER-WEEK
                                       value 0.
       01  branch-code-entry           pic X(3).
       01  branch-name-found           pic X(20).
       01  branch-found-flag           pic X value "N".
           88  branch-found            value "Y".
       01  target-found-flag           pic X value "N".
           88  target-found            value "Y".
       01  day-number                  pic 9.
       01  entry-raw                   pic X(10).
       01  formatted-target            pic ZZZ,ZZZ,ZZ9.
       01  targets-file-status.
           05  targets-status-key-1    pic X.
           05  targets-status-key-2    pic X.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  targets-read-status         pic 9 value 0.
           88  end-of-targets          value 1 false 0.
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.

       procedure division.
           move "Monday"    to day-name(1)
           move "Thursday"  to day-name(4)
           move "Friday"    to day-name(5)

           perform prompt-for-branch
           if not branch-found
               display "Targets unchanged."
               goback
           end-if
           perform load-current-targets
           perform find-branch-targets
           if not target-found
               display "Target table is full - targets unchanged."
               goback
           end-if
           display "Targets for " branch-name-found ":"
           perform capture-new-targets
           perform save-targets
           display "Sales targets saved."
           goback
           .

       prompt-for-branch section.
           display "Enter the branch code:"
           move spaces to branch-code-entry
           accept branch-code-entry
           open input branch-master
           if branch-status-key-1 not = "0"
               display "No branch master found - run the branch "
                       "maintenance first."
           else
               perform until end-of-branches or branch-found
                   read branch-master
                       at end
                           set end-of-branches to true
                       not at end
                           if branch-code = branch-code-entry
                               move "Y" to branch-found-flag
                               move branch-name to branch-name-found
                           end-if
                   end-read
               end-perform
               close branch-master
               if not branch-found
                   display "Branch " branch-code-entry " is not on "
                           "the branch master."
               end-if
           end-if
           .

       load-current-targets section.
           open input sales-targets
           if targets-status-key-1 not = "0"
               display "No targets file yet - starting from zero."
           else
               perform until end-of-targets
                   read sales-targets
                       at end
                           set end-of-targets to true
                       not at end
                           if target-branch-count < MAX-BRANCHES
                               add 1 to target-branch-count
                               set target-index
                                   to target-branch-count
                               move target-branch-code
                                   to table-target-branch(target-index)
                               perform varying day-number from 1 by 1
                                       until day-number > DAYS-PER-WEEK
                                   move target-daily-amount(day-number)
                                       to table-target-amount
                                           (target-index day-number)
                               end-perform
                           end-if
                   end-read
               end-perform
               close sales-targets
           end-if
           .

       find-branch-targets section.
           move "N" to target-found-flag
           perform varying target-index from 1 by 1
                   until target-index > target-branch-count
                       or target-found
               if table-target-branch(target-index)
                       = branch-code-entry
                   move "Y" to target-found-flag
                   set target-index down by 1
               end-if
           end-perform
           if not target-found
                   and target-branch-count < MAX-BRANCHES
               add 1 to target-branch-count
               set target-index to target-branch-count
               move branch-code-entry
                   to table-target-branch(target-index)
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   move zero
                       to table-target-amount(target-index day-number)
               end-perform
               move "Y" to target-found-flag
           end-if
           if target-found
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   move table-target-amount(target-index day-number)
                       to current-target-amount(day-number)
               end-perform
           end-if
           .

       capture-new-targets section.
           perform varying day-number from 1 by 1
                   until day-number > DAYS-PER-WEEK
                               day-name(day-number) " unchanged."
                   end-if
               end-if
               move current-target-amount(day-number)
                   to table-target-amount(target-index day-number)
           end-perform
           .

       save-targets section.
           open output sales-targets
           perform varying target-index from 1 by 1
                   until target-index > target-branch-count
               move table-target-branch(target-index)
                   to target-branch-code
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   move table-target-amount(target-index day-number)
                       to target-daily-amount(day-number)
               end-perform
               write sales-target-record
           end-perform
           close sales-targets
           .
