               assign "weekly-sales-ledger.dat"
               organization line sequential
               file status weekly-ledger-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       78  TABLE-SIZE      value 5.
       01  running-total               binary-long value 0.
       01  search-day-name             pic X(9).
       01  week-ending-date            pic 9(8) value 0.
       01  branch-code-entry           pic X(3).
       01  branch-name-found           pic X(20).
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  branch-found-flag           pic X value "N".
           88  branch-found            value "Y".
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  ledger-file-status.
           05  ledger-status-key-1     pic X.
           05  ledger-status-key-2     pic X.
           05  weekly-status-key-2     pic X.

       procedure division.
           perform prompt-for-branch
           if not branch-found
               display "Entry cancelled."
               goback
           end-if
           perform initialize-sales-table
           perform accept-week-ending-date
           perform accept-sales-entries
           accept week-ending-date
           .

      *    Every week's sales belong to one branch, which must be on
      *    the branch master.
       prompt-for-branch section.
           display "Enter the branch code for this week's sales:"
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
               else
                   display "Recording sales for " branch-name-found
               end-if
           end-if
           .

       initialize-sales-table section.
           move "Monday"    to sales-day-name(1)
           move "Tuesday"   to sales-day-name(2)
       write-weekly-ledger-entry section.
           open extend weekly-sales-ledger
           move week-ending-date to weekly-week-ending
           move branch-code-entry to weekly-branch-code
           perform varying i from 1 by 1 until i > TABLE-SIZE
               move sales-amount(i) to weekly-daily-amount(i)
           end-perform
