       input-output section.
       file-control.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
      *    Staffing targets: the department whose people work the shop
      *    floor, the sales per labour hour range and the highest
      *    labour cost as a percentage of sales.
           05  branch-shop-department  pic X(4).
           05  branch-splh-low         pic 9(5)V9(2).
           05  branch-splh-high        pic 9(5)V9(2).
           05  branch-labour-max-pct   pic 9(3)V9(1).

       working-storage section.
       78  MAX-BRANCHES                value 6.
       01  maintenance-selection       pic 9 value 0.
           88  add-branch              value 1.
           88  amend-branch            value 2.
           88  delete-branch           value 3.
           88  list-branches           value 4.
           88  exit-maintenance        value 5.
           88  valid-maintenance       values 1 thru 5.
       01  branch-table.
           05  branch-count            pic 9(2) value 0.
           05  branch-entry            occurs MAX-BRANCHES
                                       indexed by branch-index.
               10  table-branch-code   pic X(3).
               10  table-branch-name   pic X(20).
               10  table-shop-department   pic X(4).
               10  table-splh-low          pic 9(5)V9(2).
               10  table-splh-high         pic 9(5)V9(2).
               10  table-labour-max-pct    pic 9(3)V9(1).
       01  branch-code-entry           pic X(3).
       01  target-raw-entry            pic X(10).
       01  formatted-splh-low          pic ZZZZ9.99.
       01  formatted-splh-high         pic ZZZZ9.99.
       01  formatted-labour-pct        pic ZZ9.9.
       01  branch-found-flag           pic X value "N".
           88  branch-found            value "Y".
       01  table-changed-flag          pic X value "N".
           88  table-changed           value "Y".
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.

       procedure division.
           perform load-branch-master

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-branch
                       perform add-branch-entry
                   when amend-branch
                       perform amend-branch-entry
                   when delete-branch
                       perform delete-branch-entry
                   when list-branches
                       perform list-all-branches
               end-evaluate
           end-perform

           if table-changed
               perform save-branch-master
               display "Branch master saved - " branch-count
                       " branches."
           end-if
           display "Exiting branch maintenance..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Branch maintenance - would you like to:"
           display "- [1] Add a branch"
           display "- [2] Amend a branch"
           display "- [3] Delete a branch"
           display "- [4] List all branches"
           display "- [5] Exit"
           accept maintenance-selection
           .

       load-branch-master section.
           open input branch-master
           if branch-status-key-1 not = "0"
               display "No branch master yet - starting empty."
           else
               perform until end-of-branches
                   read branch-master
                       at end
                           set end-of-branches to true
                       not at end
                           if branch-count < MAX-BRANCHES
                               add 1 to branch-count
                               move branch-master-record
                                   to branch-entry(branch-count)
                           end-if
                   end-read
               end-perform
               close branch-master
           end-if
           .

       prompt-for-branch-code section.
           display "Please enter a branch code:"
           move spaces to branch-code-entry
           accept branch-code-entry
           move "N" to branch-found-flag
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
                       or branch-found
               if table-branch-code(branch-index) = branch-code-entry
                   move "Y" to branch-found-flag
                   set branch-index down by 1
               end-if
           end-perform
           .

       add-branch-entry section.
           perform prompt-for-branch-code
           evaluate true
               when branch-code-entry = spaces
                   display "A branch code is required."
               when branch-found
                   display "Branch " branch-code-entry
                           " is already on file."
               when branch-count >= MAX-BRANCHES
                   display "Branch table is full - add cancelled."
               when other
                   add 1 to branch-count
                   set branch-index to branch-count
                   move branch-code-entry
                       to table-branch-code(branch-index)
                   perform capture-branch-details
                   set table-changed to true
                   display "Branch " branch-code-entry " added."
           end-evaluate
           .

       amend-branch-entry section.
           perform prompt-for-branch-code
           if not branch-found
               display "Branch not found."
           else
               perform capture-branch-details
               set table-changed to true
               display "Branch " branch-code-entry " amended."
           end-if
           .

       capture-branch-details section.
           display "Please enter the branch name:"
           initialize table-branch-name(branch-index)
           accept table-branch-name(branch-index)
           display "Please enter the department that staffs the "
                   "shop floor (spaces for none):"
           move spaces to table-shop-department(branch-index)
           accept table-shop-department(branch-index)
           display "Lowest sales per labour hour on target "
                   "(0 for no lower limit):"
           perform accept-target-value
           move zero to table-splh-low(branch-index)
           if target-raw-entry not = spaces
               compute table-splh-low(branch-index) =
                   function numval(function trim(target-raw-entry))
           end-if
           display "Highest sales per labour hour on target "
                   "(0 for no upper limit):"
           perform accept-target-value
           move zero to table-splh-high(branch-index)
           if target-raw-entry not = spaces
               compute table-splh-high(branch-index) =
                   function numval(function trim(target-raw-entry))
           end-if
           display "Highest labour cost as a percent of sales "
                   "(0 for no limit):"
           perform accept-target-value
           move zero to table-labour-max-pct(branch-index)
           if target-raw-entry not = spaces
               compute table-labour-max-pct(branch-index) =
                   function numval(function trim(target-raw-entry))
           end-if
           .

       accept-target-value section.
           move spaces to target-raw-entry
           accept target-raw-entry
           if target-raw-entry not = spaces
                   and function test-numval(
                       function trim(target-raw-entry)) not = 0
               display "Not numeric - no limit set."
               move spaces to target-raw-entry
           end-if
           .

       delete-branch-entry section.
           perform prompt-for-branch-code
           if not branch-found
               display "Branch not found."
           else
               perform varying branch-index from branch-index by 1
                       until branch-index >= branch-count
                   move branch-entry(branch-index + 1)
                       to branch-entry(branch-index)
               end-perform
               subtract 1 from branch-count
               set table-changed to true
               display "Branch " branch-code-entry " deleted."
           end-if
           .

       list-all-branches section.
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               move table-splh-low(branch-index)
                   to formatted-splh-low
               move table-splh-high(branch-index)
                   to formatted-splh-high
               move table-labour-max-pct(branch-index)
                   to formatted-labour-pct
               display table-branch-code(branch-index) " "
                       table-branch-name(branch-index) " shop "
                       table-shop-department(branch-index)
                       " SPLH " formatted-splh-low " -"
                       formatted-splh-high " labour max "
                       formatted-labour-pct "%"
           end-perform
           if branch-count = zero
               display "No branches on file."
           end-if
           .

       save-branch-master section.
           open output branch-master
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               move branch-entry(branch-index)
                   to branch-master-record
               write branch-master-record
           end-perform
           close branch-master
           .
