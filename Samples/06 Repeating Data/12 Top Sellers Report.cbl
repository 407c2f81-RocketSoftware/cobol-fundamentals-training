           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.

       data division.
       file section.
           05  detail-product-code     pic X(6).
           05  detail-quantity         pic 9(5).
           05  detail-value            pic 9(9).
           05  detail-branch-code      pic X(3).
           05  detail-salesperson      pic 9(5).

       FD  product-master.
       01  product-master-record.
           05  product-description     pic X(20).
           05  product-category        pic X(8).
           05  product-unit-price      pic 9(5)V9(2).
           05  filler                  pic X(22).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       working-storage section.
       78  MAX-PRODUCTS                value 100.
       78  MAX-CATEGORIES              value 20.
       78  MAX-BRANCHES                value 6.
       78  MAX-REPORT-COLUMNS          value 7.
      *    The report runs for one branch, or for every branch with a
      *    column each and a company total.
       01  report-branch-table.
           05  report-branch-count     pic 9(2) value 0.
           05  report-branch-entry     occurs MAX-BRANCHES
                                       indexed by column-index.
               10  report-branch-code  pic X(3).
               10  report-branch-name  pic X(20).
       01  branch-code-entry           pic X(3).
       01  consolidated-flag           pic X value "N".
           88  consolidated-view       value "Y".
       01  report-column-number        pic 9(2).
       01  report-week-ending          pic 9(8) value 0.
       01  latest-week-flag            pic X value "N".
           88  latest-week-wanted      value "Y".
               10  total-category          pic X(8).
               10  total-quantity          pic 9(7).
               10  total-value             pic 9(11).
               10  total-branch-column     occurs MAX-BRANCHES.
                   15  branch-quantity     pic 9(7).
                   15  branch-value        pic 9(11).
       01  swap-product-entry.
           05  swap-product-code       pic X(6).
           05  swap-description        pic X(20).
           05  swap-category           pic X(8).
           05  swap-quantity           pic 9(7).
           05  swap-value              pic 9(11).
           05  swap-branch-column      occurs MAX-BRANCHES.
               10  swap-branch-quantity    pic 9(7).
               10  swap-branch-value       pic 9(11).
       01  category-totals.
           05  category-total-count    pic 9(2) value 0.
           05  category-total-entry    occurs MAX-CATEGORIES
       01  details-included            pic 9(5) value 0.
       01  formatted-quantity          pic Z,ZZZ,ZZ9.
       01  formatted-value             pic ZZZ,ZZZ,ZZ9.
       01  ranking-flag                pic X value "Q".
           88  ranking-by-quantity     value "Q".
           88  ranking-by-value        value "V".
       01  heading-line.
           05  heading-label           pic X(36).
           05  heading-column          occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(7).
               10  heading-code        pic X(5).
       01  product-line.
           05  filler                  pic X(2).
           05  product-line-code       pic X(6).
           05  filler                  pic X(1).
           05  product-line-description    pic X(20).
           05  filler                  pic X(7).
           05  product-line-column     occurs MAX-REPORT-COLUMNS.
               10  filler              pic X(1).
               10  product-line-amount pic ZZZ,ZZZ,ZZ9.
       01  detail-read-status          pic 9 value 0.
           88  end-of-detail           value 1 false 0.
       01  product-read-status         pic 9 value 0.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.

       procedure division.
           perform select-report-branches
           if report-branch-count = zero
               goback
           end-if
           display "Enter the week-ending date to report "
                   "(yyyymmdd, or 0 for the latest week):"
           accept report-week-ending

           display "===== Top Sellers for week ending "
                   report-week-ending " ====="
           if not consolidated-view
               display "Branch " report-branch-code(1) " "
                       report-branch-name(1)
           end-if
           perform sort-by-quantity
           display "By quantity:"
           set ranking-by-quantity to true
           perform print-product-totals
           perform sort-by-value
           display "By value:"
           set ranking-by-value to true
           perform print-product-totals
           perform print-category-subtotals
           goback
           .

       select-report-branches section.
           display "Enter a branch code, or blank for all branches "
                   "consolidated:"
           move spaces to branch-code-entry
           accept branch-code-entry
           if branch-code-entry = spaces
               set consolidated-view to true
           end-if
           open input branch-master
           if branch-status-key-1 not = "0"
               display "No branch master found - run the branch "
                       "maintenance first."
           else
               perform until end-of-branches
                   read branch-master
                       at end
                           set end-of-branches to true
                       not at end
                           if (consolidated-view
                                   or branch-code = branch-code-entry)
                                   and report-branch-count
                                       < MAX-BRANCHES
                               add 1 to report-branch-count
                               move branch-master-record
                                   to report-branch-entry
                                       (report-branch-count)
                           end-if
                   end-read
               end-perform
               close branch-master
               if report-branch-count = zero
                   display "Branch " branch-code-entry " is not on "
                           "the branch master."
               end-if
           end-if
           .

       find-report-column section.
           move zero to report-column-number
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
                       or report-column-number > zero
               if report-branch-code(column-index)
                       = detail-branch-code
                   set report-column-number to column-index
               end-if
           end-perform
           .

       find-latest-detail-week section.
           open input sales-detail
           if detail-status-key-1 not = "0"
                   at end
                       set end-of-detail to true
                   not at end
                       perform find-report-column
                       if report-column-number > zero
                               and detail-week-ending
                                   > report-week-ending
                           move detail-week-ending
                               to report-week-ending
                       end-if
                   at end
                       set end-of-detail to true
                   not at end
                       perform find-report-column
                       if report-column-number > zero
                               and detail-week-ending
                                   = report-week-ending
                           add 1 to details-included
                           perform tally-product-total
                       end-if
               if product-total-count < MAX-PRODUCTS
                   add 1 to product-total-count
                   set product-index to product-total-count
                   initialize product-total-entry(product-index)
                   move detail-product-code
                       to total-product-code(product-index)
                   move "Y" to entry-found-flag
               end-if
           end-if
               add detail-quantity
                   to total-quantity(product-index)
               add detail-value to total-value(product-index)
               add detail-quantity
                   to branch-quantity
                       (product-index report-column-number)
               add detail-value
                   to branch-value
                       (product-index report-column-number)
           end-if
           .

           .

       print-product-totals section.
           if consolidated-view
               perform print-branch-columns
           else
               perform varying product-index from 1 by 1
                       until product-index > product-total-count
                   move total-quantity(product-index)
                       to formatted-quantity
                   move total-value(product-index) to formatted-value
                   display "  " total-product-code(product-index) " "
                           total-description(product-index) " "
                           formatted-quantity "  " formatted-value
               end-perform
           end-if
           .

      *    Consolidated view - the quantity or value ranked on, with a
      *    column for each branch and the company total on the right.
       print-branch-columns section.
           move spaces to heading-line
           perform varying column-index from 1 by 1
                   until column-index > report-branch-count
               move report-branch-code(column-index)
                   to heading-code(column-index)
           end-perform
           move "TOTAL" to heading-code(column-index)
           display heading-line
           perform varying product-index from 1 by 1
                   until product-index > product-total-count
               move spaces to product-line
               move total-product-code(product-index)
                   to product-line-code
               move total-description(product-index)
                   to product-line-description
               perform varying column-index from 1 by 1
                       until column-index > report-branch-count
                   if ranking-by-quantity
                       move branch-quantity
                               (product-index column-index)
                           to product-line-amount(column-index)
                   else
                       move branch-value(product-index column-index)
                           to product-line-amount(column-index)
                   end-if
               end-perform
               if ranking-by-quantity
                   move total-quantity(product-index)
                       to product-line-amount(column-index)
               else
                   move total-value(product-index)
                       to product-line-amount(column-index)
               end-if
               display product-line
           end-perform
           .

