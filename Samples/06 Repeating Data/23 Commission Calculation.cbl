       input-output section.
       file-control.
           select sales-detail assign "sales-detail.dat"
               organization line sequential
               file status detail-file-status.
           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.
           select commission-scheme assign "commission-scheme.dat"
               organization line sequential
               file status scheme-file-status.
           select commission-earnings
               assign "commission-earnings.dat"
               organization sequential
               file status earnings-file-status.

       data division.
       file section.
       FD  sales-detail.
       01  sales-detail-record.
           05  detail-week-ending      pic 9(8).
           05  detail-day-number       pic 9.
           05  detail-product-code     pic X(6).
           05  detail-quantity         pic 9(5).
           05  detail-value            pic 9(9).
           05  detail-branch-code      pic X(3).
           05  detail-salesperson      pic 9(5).

       FD  product-master.
       01  product-master-record.
           05  product-code            pic X(6).
           05  product-description     pic X(20).
           05  product-category        pic X(8).
           05  filler                  pic X(29).

       FD  commission-scheme.
       01  commission-scheme-record.
           05  scheme-category         pic X(8).
           05  scheme-tier-from        pic 9(9).
           05  scheme-rate-percent     pic 9(2)V9(2).

      *    Commission due per salesperson per pay period, picked up by
      *    the payroll run and marked applied once paid. Fixed-length
      *    records so the payroll can rewrite the status in place.
       FD  commission-earnings.
       01  commission-earnings-record.
           05  earnings-employee-number    pic 9(5).
           05  earnings-pay-period     pic 9(6).
           05  earnings-sales-value    pic 9(9).
           05  earnings-amount         pic 9(7)V9(2).
           05  earnings-status         pic X.
               88  earnings-pending    value "P".
               88  earnings-applied    value "A".
           05  earnings-timestamp      pic X(21).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-PRODUCTS                value 100.
       78  MAX-SCHEME-TIERS            value 100.
       78  MAX-SALES-ENTRIES           value 500.
       78  MAX-EARNINGS-ENTRIES        value 1000.
       01  pay-period-entry            pic 9(6) value 0.
       01  period-from-date            pic 9(8) value 0.
       01  period-to-date              pic 9(8) value 0.
       01  next-month-date             pic 9(8).
       01  sale-date                   pic 9(8).
       01  product-table.
           05  product-count           pic 9(3) value 0.
           05  product-entry           occurs MAX-PRODUCTS
                                       indexed by product-index.
               10  table-product-code  pic X(6).
               10  table-category      pic X(8).
       01  scheme-table.
           05  scheme-tier-count       pic 9(3) value 0.
           05  scheme-tier-entry       occurs MAX-SCHEME-TIERS
                                       indexed by scheme-index.
               10  table-scheme-category   pic X(8).
               10  table-tier-from         pic 9(9).
               10  table-rate-percent      pic 9(2)V9(2).
      *    Period sales by salesperson and category, sorted for the
      *    statements.
       01  sales-table.
           05  sales-entry-count       pic 9(3) value 0.
           05  sales-entry             occurs MAX-SALES-ENTRIES
                   indexed by sales-index
                               sort-outer-index
                               sort-inner-index.
               10  sales-key.
                   15  sales-salesperson   pic 9(5).
                   15  sales-category      pic X(8).
               10  sales-lines         pic 9(5).
               10  sales-value         pic 9(9).
               10  sales-commission    pic 9(7)V9(2).
       01  swap-sales-entry            pic X(36).
       01  earnings-table.
           05  earnings-entry-count    pic 9(4) value 0.
           05  earnings-entry          occurs MAX-EARNINGS-ENTRIES
                                       indexed by earnings-index.
               10  earnings-entry-data pic X(51).
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  period-paid-flag            pic X value "N".
           88  period-already-paid     value "Y".
       01  product-category-found      pic X(8).
       01  tier-upper-limit            pic 9(9).
       01  tier-portion                pic 9(9).
       01  tier-commission             pic 9(7)V9(2).
       01  current-salesperson         pic 9(5).
       01  salesperson-sales           pic 9(9).
       01  salesperson-commission      pic 9(7)V9(2).
       01  effective-percent           pic 9(3)V9(2).
       01  salespeople-paid            pic 9(4) value 0.
       01  lines-without-salesperson   pic 9(5) value 0.
       01  sales-dropped               pic 9(5) value 0.
       01  run-commission-total        pic 9(9)V9(2) value 0.
       01  formatted-sales             pic ZZZ,ZZZ,ZZ9.
       01  formatted-commission        pic Z,ZZZ,ZZ9.99.
       01  formatted-run-total         pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-percent           pic ZZ9.99.
       01  detail-read-status          pic 9 value 0.
           88  end-of-detail           value 1 false 0.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  scheme-read-status          pic 9 value 0.
           88  end-of-scheme           value 1 false 0.
       01  earnings-read-status        pic 9 value 0.
           88  end-of-earnings         value 1 false 0.
       01  detail-file-status.
           05  detail-status-key-1     pic X.
           05  detail-status-key-2     pic X.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.
       01  scheme-file-status.
           05  scheme-status-key-1     pic X.
           05  scheme-status-key-2     pic X.
       01  earnings-file-status.
           05  earnings-status-key-1   pic X.
           05  earnings-status-key-2   pic X.

       procedure division.
           display "Enter the pay period to pay the commission in "
                   "(yyyymm):"
           accept pay-period-entry
           perform set-period-dates
           if function test-date-yyyymmdd(period-from-date) not = 0
               display "Not a valid pay period - calculation "
                       "cancelled."
               goback
           end-if
           display "Sales from (yyyymmdd, or 0 for " period-from-date
                   "):"
           accept period-from-date
           display "Sales to (yyyymmdd, or 0 for " period-to-date
                   "):"
           accept period-to-date
           perform set-period-dates

           perform load-earnings-file
           if period-already-paid
               display "Commission for period " pay-period-entry
                       " has already been paid through payroll - "
                       "not recalculated."
               goback
           end-if
           perform load-product-master
           perform load-commission-scheme
           if scheme-tier-count = zero
               display "No commission scheme on file - run the "
                       "commission scheme maintenance first."
               goback
           end-if
           perform total-period-sales
           if sales-entry-count = zero
               display "No sales with a salesperson between "
                       period-from-date " and " period-to-date "."
               goback
           end-if

           perform sort-sales-entries
           perform varying sales-index from 1 by 1
                   until sales-index > sales-entry-count
               perform calculate-tiered-commission
           end-perform
           perform print-statements
           perform save-earnings-file

           move run-commission-total to formatted-run-total
           display salespeople-paid " salespeople, commission "
                   formatted-run-total " written for pay period "
                   pay-period-entry "."
           if lines-without-salesperson > zero
               display lines-without-salesperson " detail lines in "
                       "the period carry no salesperson."
           end-if
           if sales-dropped > zero
               display "** " sales-dropped " detail lines not "
                       "included - sales table full **"
           end-if
           goback
           .

      *    Blank or zero dates default to the calendar month of the
      *    pay period.
       set-period-dates section.
           if period-from-date = zero
               compute period-from-date = pay-period-entry * 100 + 1
           end-if
           if period-to-date = zero
                   and function test-date-yyyymmdd(period-from-date) = 0
               if pay-period-entry(5:2) = "12"
                   compute next-month-date =
                       (pay-period-entry + 89) * 100 + 1
               else
                   compute next-month-date =
                       (pay-period-entry + 1) * 100 + 1
               end-if
               compute period-to-date = function date-of-integer(
                   function integer-of-date(next-month-date) - 1)
           end-if
           .

       load-earnings-file section.
           open input commission-earnings
           if earnings-status-key-1 = "0"
               perform until end-of-earnings
                   read commission-earnings
                       at end
                           set end-of-earnings to true
                       not at end
                           if earnings-pay-period = pay-period-entry
                               if earnings-applied
                                   set period-already-paid to true
                               end-if
                           else
                               if earnings-entry-count
                                       < MAX-EARNINGS-ENTRIES
                                   add 1 to earnings-entry-count
                                   move commission-earnings-record
                                       to earnings-entry
                                           (earnings-entry-count)
                               end-if
                           end-if
                   end-read
               end-perform
               close commission-earnings
           end-if
           .

       load-product-master section.
           open input product-master
           if product-status-key-1 = "0"
               perform until end-of-products
                   read product-master
                       at end
                           set end-of-products to true
                       not at end
                           if product-count < MAX-PRODUCTS
                               add 1 to product-count
                               set product-index to product-count
                               move product-code
                                   to table-product-code(product-index)
                               move product-category
                                   to table-category(product-index)
                           end-if
                   end-read
               end-perform
               close product-master
           end-if
           .

       load-commission-scheme section.
           open input commission-scheme
           if scheme-status-key-1 = "0"
               perform until end-of-scheme
                   read commission-scheme
                       at end
                           set end-of-scheme to true
                       not at end
                           if scheme-tier-count < MAX-SCHEME-TIERS
                               add 1 to scheme-tier-count
                               move commission-scheme-record
                                   to scheme-tier-entry
                                       (scheme-tier-count)
                           end-if
                   end-read
               end-perform
               close commission-scheme
           end-if
           .

       total-period-sales section.
           open input sales-detail
           if detail-status-key-1 not = "0"
               display "No sales-detail file found."
           else
               perform until end-of-detail
                   read sales-detail
                       at end
                           set end-of-detail to true
                       not at end
                           compute sale-date = function date-of-integer(
                               function integer-of-date
                                   (detail-week-ending)
                               - DAYS-PER-WEEK + detail-day-number)
                           if sale-date not < period-from-date
                                   and sale-date not > period-to-date
                               if detail-salesperson = zero
                                   add 1 to lines-without-salesperson
                               else
                                   perform tally-salesperson-sale
                               end-if
                           end-if
                   end-read
               end-perform
               close sales-detail
           end-if
           .

       tally-salesperson-sale section.
           move spaces to product-category-found
           perform varying product-index from 1 by 1
                   until product-index > product-count
               if table-product-code(product-index)
                       = detail-product-code
                   move table-category(product-index)
                       to product-category-found
               end-if
           end-perform
           move "N" to entry-found-flag
           perform varying sales-index from 1 by 1
                   until sales-index > sales-entry-count
                       or entry-found
               if sales-salesperson(sales-index) = detail-salesperson
                       and sales-category(sales-index)
                           = product-category-found
                   move "Y" to entry-found-flag
                   set sales-index down by 1
               end-if
           end-perform
           if not entry-found
               if sales-entry-count < MAX-SALES-ENTRIES
                   add 1 to sales-entry-count
                   set sales-index to sales-entry-count
                   initialize sales-entry(sales-index)
                   move detail-salesperson
                       to sales-salesperson(sales-index)
                   move product-category-found
                       to sales-category(sales-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to sales-dropped
               end-if
           end-if
           if entry-found
               add 1 to sales-lines(sales-index)
               add detail-value to sales-value(sales-index)
           end-if
           .

       sort-sales-entries section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > sales-entry-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index > sales-entry-count - 1
                   if sales-key(sort-inner-index)
                           > sales-key(sort-inner-index + 1)
                       move sales-entry(sort-inner-index)
                           to swap-sales-entry
                       move sales-entry(sort-inner-index + 1)
                           to sales-entry(sort-inner-index)
                       move swap-sales-entry
                           to sales-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

      *    Each tier pays its rate on the slice of the category sales
      *    between its threshold and the next tier's threshold.
       calculate-tiered-commission section.
           move zero to sales-commission(sales-index)
           perform varying scheme-index from 1 by 1
                   until scheme-index > scheme-tier-count
               if table-scheme-category(scheme-index)
                       = sales-category(sales-index)
                       and sales-value(sales-index)
                           > table-tier-from(scheme-index)
                   perform find-tier-upper-limit
                   if sales-value(sales-index) < tier-upper-limit
                       compute tier-portion = sales-value(sales-index)
                           - table-tier-from(scheme-index)
                   else
                       compute tier-portion = tier-upper-limit
                           - table-tier-from(scheme-index)
                   end-if
                   compute tier-commission rounded = tier-portion
                       * table-rate-percent(scheme-index) / 100
                   add tier-commission
                       to sales-commission(sales-index)
               end-if
           end-perform
           .

       find-tier-upper-limit section.
           move 999999999 to tier-upper-limit
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > scheme-tier-count
               if table-scheme-category(sort-outer-index)
                       = table-scheme-category(scheme-index)
                       and table-tier-from(sort-outer-index)
                           > table-tier-from(scheme-index)
                       and table-tier-from(sort-outer-index)
                           < tier-upper-limit
                   move table-tier-from(sort-outer-index)
                       to tier-upper-limit
               end-if
           end-perform
           .

       print-statements section.
           move zero to current-salesperson
           perform varying sales-index from 1 by 1
                   until sales-index > sales-entry-count
               if sales-salesperson(sales-index)
                       not = current-salesperson
                   if current-salesperson not = zero
                       perform finish-one-statement
                   end-if
                   move sales-salesperson(sales-index)
                       to current-salesperson
                   move zero to salesperson-sales
                   move zero to salesperson-commission
                   display "===== Commission Statement - employee "
                           current-salesperson " - pay period "
                           pay-period-entry " ====="
                   display "Sales " period-from-date " to "
                           period-to-date
                   display "Category  Lines        Sales    "
                           "Commission  Eff. %"
               end-if
               move sales-value(sales-index) to formatted-sales
               move sales-commission(sales-index)
                   to formatted-commission
               move zero to effective-percent
               if sales-value(sales-index) > zero
                   compute effective-percent rounded =
                       sales-commission(sales-index) * 100
                       / sales-value(sales-index)
               end-if
               move effective-percent to formatted-percent
               if sales-category(sales-index) = spaces
                   display "(none)   " " " sales-lines(sales-index) " "
                           formatted-sales " " formatted-commission
                           "  " formatted-percent
               else
                   display sales-category(sales-index) "  "
                           sales-lines(sales-index) " "
                           formatted-sales " " formatted-commission
                           "  " formatted-percent
               end-if
               add sales-value(sales-index) to salesperson-sales
               add sales-commission(sales-index)
                   to salesperson-commission
           end-perform
           if current-salesperson not = zero
               perform finish-one-statement
           end-if
           .

       finish-one-statement section.
           move salesperson-sales to formatted-sales
           move salesperson-commission to formatted-commission
           display "Total           " formatted-sales " "
                   formatted-commission
           if salesperson-commission > zero
                   and earnings-entry-count < MAX-EARNINGS-ENTRIES
               add 1 to salespeople-paid
               add salesperson-commission to run-commission-total
               move current-salesperson to earnings-employee-number
               move pay-period-entry to earnings-pay-period
               move salesperson-sales to earnings-sales-value
               move salesperson-commission to earnings-amount
               set earnings-pending to true
               move function current-date to earnings-timestamp
               add 1 to earnings-entry-count
               move commission-earnings-record
                   to earnings-entry(earnings-entry-count)
           end-if
           .

      *    Earlier periods are kept; the pending lines for this period
      *    are replaced by the new calculation.
       save-earnings-file section.
           open output commission-earnings
           perform varying earnings-index from 1 by 1
                   until earnings-index > earnings-entry-count
               move earnings-entry(earnings-index)
                   to commission-earnings-record
               write commission-earnings-record
           end-perform
           close commission-earnings
           .
