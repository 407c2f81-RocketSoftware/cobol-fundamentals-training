           select sales-detail assign "sales-detail.dat"
               organization line sequential
               file status detail-file-status.
           select branch-master assign "branch-master.dat"
               organization line sequential
               file status branch-file-status.
           select price-history assign "price-history.dat"
               organization line sequential
               file status price-file-status.

       data division.
       file section.
           05  product-description     pic X(20).
           05  product-category        pic X(8).
           05  product-unit-price      pic 9(5)V9(2).
           05  filler                  pic X(22).

       FD  sales-detail.
       01  sales-detail-record.
           05  detail-product-code     pic X(6).
           05  detail-quantity         pic 9(5).
           05  detail-value            pic 9(9).
           05  detail-branch-code      pic X(3).
           05  detail-salesperson      pic 9(5).

       FD  branch-master.
       01  branch-master-record.
           05  branch-code             pic X(3).
           05  branch-name             pic X(20).
           05  filler                  pic X(22).

       FD  price-history.
       01  price-history-record.
           05  price-product-code      pic X(6).
           05  price-effective-date    pic 9(8).
           05  price-unit-price        pic 9(5)V9(2).
           05  price-entered-date      pic 9(8).

       working-storage section.
       78  MAX-PRODUCTS                value 100.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-PRICE-ENTRIES           value 500.
       01  day-names.
           05  day-name                pic X(9) occurs DAYS-PER-WEEK.
       01  product-table.
               10  table-product-code      pic X(6).
               10  table-description       pic X(20).
               10  table-unit-price        pic 9(5)V9(2).
       01  price-table.
           05  price-entry-count       pic 9(3) value 0.
           05  price-entry             occurs MAX-PRICE-ENTRIES
                                       indexed by price-index.
               10  table-price-code    pic X(6).
               10  table-price-date    pic 9(8).
               10  table-price         pic 9(5)V9(2).
       01  sale-date                   pic 9(8).
       01  price-in-force              pic 9(5)V9(2).
       01  price-in-force-date         pic 9(8).
       01  till-value-raw-entry        pic X(12).
       01  expected-value              pic 9(9).
       01  price-differences           pic 9(4) value 0.
       01  formatted-expected          pic ZZZ,ZZZ,ZZ9.
       01  formatted-keyed             pic ZZZ,ZZZ,ZZ9.
       01  product-found-flag          pic X value "N".
           88  product-found           value "Y".
       01  another-entry-response      pic X value "Y".
       01  product-code-entry          pic X(6).
       01  quantity-raw-entry          pic X(8).
       01  quantity-entry              pic 9(5).
       01  salesperson-raw-entry       pic X(8).
       01  salesperson-entry           pic 9(5) value 0.
       01  line-value                  pic 9(9)V9(2).
       01  details-written             pic 9(4) value 0.
       01  formatted-value             pic ZZZ,ZZZ,ZZ9.99.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  branch-code-entry           pic X(3).
       01  branch-name-found           pic X(20).
       01  branch-read-status          pic 9 value 0.
           88  end-of-branches         value 1 false 0.
       01  branch-found-flag           pic X value "N".
           88  branch-found            value "Y".
       01  branch-file-status.
           05  branch-status-key-1     pic X.
           05  branch-status-key-2     pic X.
       01  price-read-status           pic 9 value 0.
           88  end-of-prices           value 1 false 0.
       01  price-file-status.
           05  price-status-key-1      pic X.
           05  price-status-key-2      pic X.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.
                       "product maintenance first."
               goback
           end-if
           perform load-price-history
           perform prompt-for-branch
           if not branch-found
               display "Entry cancelled."
               goback
           end-if

           display "Enter the week-ending date for this batch "
                   "(yyyymmdd):"

           close sales-detail
           display details-written " detail lines recorded for "
                   branch-name-found " week ending "
                   week-ending-entry "."
           if price-differences > zero
               display price-differences " lines flagged where the "
                       "till value differed from the price in force."
           end-if
           goback
           .

                   display "Product " product-code-entry " is not "
                           "on the master - line refused."
               else
                   perform capture-salesperson
                   if salesperson-entry = zero
                       display "A salesperson is required - line "
                               "refused."
                   else
                       perform capture-line-quantity
                   end-if
               end-if
           end-if
           .

      *    The salesperson is carried from line to line, so a run of
      *    sales by the same person needs keying only once.
       capture-salesperson section.
           if salesperson-entry = zero
               display "Salesperson employee number:"
           else
               display "Salesperson employee number (blank for "
                       salesperson-entry "):"
           end-if
           move spaces to salesperson-raw-entry
           accept salesperson-raw-entry
           if salesperson-raw-entry not = spaces
               if function test-numval(
                       function trim(salesperson-raw-entry)) = 0
                   compute salesperson-entry = function numval(
                       function trim(salesperson-raw-entry))
               else
                   display "Employee number must be numeric."
                   move zero to salesperson-entry
               end-if
           end-if
           .
                   display "Quantity must be at least 1 - line "
                           "refused."
               else
                   perform find-price-in-force
                   compute line-value rounded =
                       quantity-entry * price-in-force
                   compute expected-value rounded = line-value
                   move week-ending-entry to detail-week-ending
                   move day-number-entry to detail-day-number
                   move product-code-entry to detail-product-code
                   move quantity-entry to detail-quantity
                   move expected-value to detail-value
                   move branch-code-entry to detail-branch-code
                   move salesperson-entry to detail-salesperson
                   perform check-till-value
                   write sales-detail-record
                   add 1 to details-written
                   move line-value to formatted-value
               end-if
           end-if
           .

       load-price-history section.
           open input price-history
           if price-status-key-1 = "0"
               perform until end-of-prices
                   read price-history
                       at end
                           set end-of-prices to true
                       not at end
                           if price-entry-count < MAX-PRICE-ENTRIES
                               add 1 to price-entry-count
                               set price-index to price-entry-count
                               move price-product-code
                                   to table-price-code(price-index)
                               move price-effective-date
                                   to table-price-date(price-index)
                               move price-unit-price
                                   to table-price(price-index)
                           end-if
                   end-read
               end-perform
               close price-history
           end-if
           .

      *    The week ends on its last trading day, so the sale date is
      *    counted back from the week-ending date by the day number.
      *    A product with no price history sells at the master price.
       find-price-in-force section.
           compute sale-date = function date-of-integer(
               function integer-of-date(week-ending-entry)
               - DAYS-PER-WEEK + day-number-entry)
           move table-unit-price(product-index) to price-in-force
           move zero to price-in-force-date
           perform varying price-index from 1 by 1
                   until price-index > price-entry-count
               if table-price-code(price-index) = product-code-entry
                       and table-price-date(price-index)
                           not > sale-date
                       and table-price-date(price-index)
                           not < price-in-force-date
                   move table-price-date(price-index)
                       to price-in-force-date
                   move table-price(price-index) to price-in-force
               end-if
           end-perform
           .

       check-till-value section.
           display "Line value from the till (blank to use the "
                   "price in force):"
           move spaces to till-value-raw-entry
           accept till-value-raw-entry
           if till-value-raw-entry not = spaces
               if function test-numval(
                       function trim(till-value-raw-entry)) not = 0
                   display "Till value not numeric - price in force "
                           "used."
               else
                   compute line-value = function numval(
                       function trim(till-value-raw-entry))
                   compute detail-value rounded = line-value
                   if detail-value not = expected-value
                       add 1 to price-differences
                       move expected-value to formatted-expected
                       move detail-value to formatted-keyed
                       display "** PRICE CHECK: " product-code-entry
                               " till value " formatted-keyed
                               " but " quantity-entry " at the price "
                               "in force on " sale-date " is "
                               formatted-expected " **"
                   end-if
               end-if
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
