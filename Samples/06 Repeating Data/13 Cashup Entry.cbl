           select till-cashup assign "till-cashup.dat"
               organization line sequential
               file status cashup-file-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
           05  cashup-cash-counted     pic 9(7)V9(2).
           05  cashup-card-total       pic 9(7)V9(2).
           05  cashup-till-roll-total  pic 9(7)V9(2).
           05  cashup-branch-code      pic X(3).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       01  another-entry-response      pic X value "Y".
       01  declared-takings            pic S9(7)V9(2).
       01  formatted-declared          pic ZZZ,ZZ9.99.
       01  declarations-written        pic 9(3) value 0.
       01  branch-code-entry           pic X(3).
       01  branch-name-found           pic X(20).
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  branch-found-flag           pic X value "N".
           88  branch-found            value "Y".
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  cashup-file-status.
           05  cashup-status-key-1     pic X.
           05  cashup-status-key-2     pic X.

       procedure division.
           perform prompt-for-branch
           if not branch-found
               display "Entry cancelled."
               goback
           end-if
           display "Enter the trading date for these declarations "
                   "(yyyymmdd):"
           accept cashup-date-entry

           close till-cashup
           display declarations-written " till declarations "
                   "recorded for " branch-name-found " on "
                   cashup-date-entry "."
           goback
           .

       capture-till-declaration section.
           move "N" to entry-abandoned-flag
           move cashup-date-entry to cashup-date
           move branch-code-entry to cashup-branch-code
           display "Till number (1-99):"
           move zero to cashup-till-number
           accept cashup-till-number
               set entry-abandoned to true
           end-if
           .

      *    Every batch belongs to one branch, which must be on the
      *    branch master.
       prompt-for-branch section.
           display "Enter the branch code for this batch:"
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
