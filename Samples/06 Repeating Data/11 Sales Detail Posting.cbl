               assign "weekly-sales-ledger.dat"
               organization line sequential
               file status weekly-ledger-status.
           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.
           select stock-posting-control
               assign "stock-posting-control.dat"
               organization line sequential
               file status stock-control-status.
           select tax-rates assign "tax-rates.dat"
               organization line sequential
               file status tax-file-status.
           select sales-tax-analysis
               assign "sales-tax-analysis.dat"
               organization line sequential
               file status analysis-file-status.

       data division.
       file section.
           05  detail-product-code     pic X(6).
           05  detail-quantity         pic 9(5).
           05  detail-value            pic 9(9).
           05  detail-branch-code      pic X(3).
           05  detail-salesperson      pic 9(5).

       FD  weekly-sales-ledger.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       FD  product-master.
       01  product-master-record.
           05  product-code            pic X(6).
           05  product-description     pic X(20).
           05  product-category        pic X(8).
           05  product-unit-price      pic 9(5)V9(2).
           05  product-stock-on-hand   pic S9(7)
                                       sign leading separate.
           05  product-reorder-level   pic 9(7).
           05  product-reorder-quantity    pic 9(7).

      *    Number of sales-detail lines already taken off stock, so a
      *    re-run of the posting never depletes the same sale twice.
       FD  stock-posting-control.
       01  stock-posting-control-record.
           05  control-lines-posted    pic 9(7).

       FD  tax-rates.
       01  tax-rate-record.
           05  rate-category           pic X(8).
           05  rate-effective-date     pic 9(8).
           05  rate-band               pic X(8).
           05  rate-percent            pic 9(2)V9(2).

      *    Every detail line split into net and tax at the rate in
      *    force for its category on the day of sale. Rebuilt from the
      *    whole detail file on each posting run.
       FD  sales-tax-analysis.
       01  tax-analysis-record.
           05  analysis-week-ending    pic 9(8).
           05  analysis-day-number     pic 9.
           05  analysis-branch-code    pic X(3).
           05  analysis-product-code   pic X(6).
           05  analysis-category       pic X(8).
           05  analysis-rate-band      pic X(8).
           05  analysis-rate-percent   pic 9(2)V9(2).
           05  analysis-gross          pic 9(9).
           05  analysis-net            pic 9(9)V9(2).
           05  analysis-tax            pic 9(9)V9(2).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-POSTING-WEEKS           value 312.
       78  MAX-PRODUCTS                value 100.
       78  MAX-TAX-RATES               value 200.
       01  week-table.
           05  week-count              pic 9(3) value 0.
           05  week-entry              occurs MAX-POSTING-WEEKS
                                       indexed by week-index.
               10  table-branch-code   pic X(3).
               10  table-week-ending   pic 9(8).
               10  table-daily-amount  pic 9(9)
                                       occurs DAYS-PER-WEEK.
                                       occurs DAYS-PER-WEEK.
               10  table-has-detail    pic X.
                   88  week-has-detail value "Y".
       01  stock-table.
           05  stock-product-count     pic 9(3) value 0.
           05  stock-product-entry     occurs MAX-PRODUCTS
                                       indexed by stock-index.
               10  stock-product-code  pic X(6).
               10  filler              pic X(20).
               10  stock-category      pic X(8).
               10  filler              pic X(7).
               10  stock-on-hand       pic S9(7)
                                       sign leading separate.
               10  filler              pic X(14).
       01  stock-lines-posted          pic 9(7) value 0.
       01  stock-lines-applied         pic 9(5) value 0.
       01  stock-lines-unmatched       pic 9(5) value 0.
       01  products-out-of-stock       pic 9(3) value 0.
       01  stock-master-flag           pic X value "N".
           88  stock-master-loaded     value "Y".
       01  product-found-flag          pic X value "N".
           88  product-found           value "Y".
       01  tax-rate-table.
           05  tax-rate-count          pic 9(3) value 0.
           05  tax-rate-entry          occurs MAX-TAX-RATES
                                       indexed by tax-rate-index.
               10  table-rate-category pic X(8).
               10  table-rate-date     pic 9(8).
               10  table-rate-band     pic X(8).
               10  table-rate-percent  pic 9(2)V9(2).
       01  tax-rates-flag              pic X value "N".
           88  tax-rates-loaded        value "Y".
       01  sale-date                   pic 9(8).
       01  rate-in-force-date          pic 9(8).
       01  rate-in-force-flag          pic X value "N".
           88  rate-in-force-found     value "Y".
       01  tax-lines-written           pic 9(5) value 0.
       01  tax-lines-unrated           pic 9(5) value 0.
       01  day-number                  pic 9.
       01  week-found-flag             pic X value "N".
           88  week-found              value "Y".
       01  details-read                pic 9(5) value 0.
       01  weeks-posted                pic 9(3) value 0.
       01  weeks-flagged               pic 9(3) value 0.
       01  formatted-ledger            pic ZZZ,ZZZ,ZZ9.
       01  formatted-detail            pic ZZZ,ZZZ,ZZ9.
       01  detail-read-status          pic 9 value 0.
           88  end-of-detail           value 1 false 0.
       01  ledger-read-status          pic 9 value 0.
           88  end-of-ledger           value 1 false 0.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  detail-file-status.
           05  detail-status-key-1     pic X.
           05  detail-status-key-2     pic X.
       01  weekly-ledger-status.
           05  weekly-status-key-1     pic X.
           05  weekly-status-key-2     pic X.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.
       01  stock-control-status.
           05  stock-control-key-1     pic X.
           05  stock-control-key-2     pic X.
       01  tax-read-status             pic 9 value 0.
           88  end-of-tax-rates        value 1 false 0.
       01  tax-file-status.
           05  tax-status-key-1        pic X.
           05  tax-status-key-2        pic X.
       01  analysis-file-status.
           05  analysis-status-key-1   pic X.
           05  analysis-status-key-2   pic X.

       procedure division.
           perform load-weekly-ledger
           perform load-stock-position
           perform load-tax-rates
           perform load-sales-detail
           if details-read = zero
               display "No sales detail on file - nothing to post."
           perform cross-check-weeks
           perform post-detail-to-ledger
           perform save-weekly-ledger
           perform save-stock-position

           display "Posting complete - " details-read
                   " detail lines, " weeks-posted
                   " branch weeks posted, "
                   weeks-flagged " branch weeks flagged where the "
                   "keyed ledger disagreed with the detail."
           if stock-master-loaded
               display stock-lines-applied " new detail lines taken "
                       "off stock, " stock-lines-unmatched
                       " for products not on the master, "
                       products-out-of-stock " products now below "
                       "zero stock."
           end-if
           if tax-rates-loaded
               display tax-lines-written " detail lines split into "
                       "net and tax, " tax-lines-unrated
                       " with no tax rate for their category."
           end-if
           goback
           .

           if week-count < MAX-POSTING-WEEKS
               add 1 to week-count
               set week-index to week-count
               move weekly-branch-code
                   to table-branch-code(week-index)
               move weekly-week-ending
                   to table-week-ending(week-index)
               perform varying day-number from 1 by 1
           if detail-status-key-1 not = "0"
               display "No sales-detail file found."
           else
               if tax-rates-loaded
                   open output sales-tax-analysis
               end-if
               perform until end-of-detail
                   read sales-detail
                       at end
                       not at end
                           add 1 to details-read
                           perform tally-one-detail
                           if stock-master-loaded
                                   and details-read > stock-lines-posted
                               perform deplete-product-stock
                           end-if
                           if tax-rates-loaded
                               perform split-detail-for-tax
                           end-if
                   end-read
               end-perform
               close sales-detail
               if tax-rates-loaded
                   close sales-tax-analysis
               end-if
           end-if
           .

       load-tax-rates section.
           open input tax-rates
           if tax-status-key-1 not = "0"
               display "No tax rates on file - the sales tax analysis "
                       "is not produced."
           else
               set tax-rates-loaded to true
               perform until end-of-tax-rates
                   read tax-rates
                       at end
                           set end-of-tax-rates to true
                       not at end
                           if tax-rate-count < MAX-TAX-RATES
                               add 1 to tax-rate-count
                               move tax-rate-record
                                   to tax-rate-entry(tax-rate-count)
                           end-if
                   end-read
               end-perform
               close tax-rates
           end-if
           .

      *    Detail values are gross, so the tax is taken out of the line
      *    value: net = gross * 100 / (100 + rate).
       split-detail-for-tax section.
           compute sale-date = function date-of-integer(
               function integer-of-date(detail-week-ending)
               - DAYS-PER-WEEK + detail-day-number)
           move detail-week-ending to analysis-week-ending
           move detail-day-number to analysis-day-number
           move detail-branch-code to analysis-branch-code
           move detail-product-code to analysis-product-code
           move detail-value to analysis-gross
           move spaces to analysis-category
           move "N" to product-found-flag
           perform varying stock-index from 1 by 1
                   until stock-index > stock-product-count
                       or product-found
               if stock-product-code(stock-index)
                       = detail-product-code
                   move "Y" to product-found-flag
                   move stock-category(stock-index)
                       to analysis-category
               end-if
           end-perform
           move "N" to rate-in-force-flag
           move zero to rate-in-force-date
           perform varying tax-rate-index from 1 by 1
                   until tax-rate-index > tax-rate-count
               if table-rate-category(tax-rate-index)
                       = analysis-category
                       and product-found
                       and table-rate-date(tax-rate-index)
                           not > sale-date
                       and table-rate-date(tax-rate-index)
                           not < rate-in-force-date
                   move "Y" to rate-in-force-flag
                   move table-rate-date(tax-rate-index)
                       to rate-in-force-date
                   move table-rate-band(tax-rate-index)
                       to analysis-rate-band
                   move table-rate-percent(tax-rate-index)
                       to analysis-rate-percent
               end-if
           end-perform
           if rate-in-force-found
               compute analysis-net rounded =
                   detail-value * 100 / (100 + analysis-rate-percent)
               compute analysis-tax = detail-value - analysis-net
           else
               add 1 to tax-lines-unrated
               move "NO RATE" to analysis-rate-band
               move zero to analysis-rate-percent
               move detail-value to analysis-net
               move zero to analysis-tax
           end-if
           write tax-analysis-record
           add 1 to tax-lines-written
           .

       tally-one-detail section.
                   until week-index > week-count or week-found
               if table-week-ending(week-index)
                       = detail-week-ending
                       and table-branch-code(week-index)
                           = detail-branch-code
                   move "Y" to week-found-flag
                   set week-index down by 1
               end-if
               if week-count < MAX-POSTING-WEEKS
                   add 1 to week-count
                   set week-index to week-count
                   move detail-branch-code
                       to table-branch-code(week-index)
                   move detail-week-ending
                       to table-week-ending(week-index)
                   perform varying day-number from 1 by 1
                       to formatted-ledger
                   move table-detail-amount(week-index day-number)
                       to formatted-detail
                   display "** Branch "
                           table-branch-code(week-index) " week "
                           table-week-ending(week-index) " day "
                           day-number ": ledger " formatted-ledger
                           " but detail sums to " formatted-detail
           open output weekly-sales-ledger
           perform varying week-index from 1 by 1
                   until week-index > week-count
               move table-branch-code(week-index)
                   to weekly-branch-code
               move table-week-ending(week-index)
                   to weekly-week-ending
               perform varying day-number from 1 by 1
           end-perform
           close weekly-sales-ledger
           .

       load-stock-position section.
           open input stock-posting-control
           if stock-control-key-1 = "0"
               read stock-posting-control
                   at end
                       move zero to control-lines-posted
               end-read
               move control-lines-posted to stock-lines-posted
               close stock-posting-control
           end-if
           open input product-master
           if product-status-key-1 not = "0"
               display "No product master found - stock will not be "
                       "updated."
           else
               set stock-master-loaded to true
               perform until end-of-products
                   read product-master
                       at end
                           set end-of-products to true
                       not at end
                           if stock-product-count < MAX-PRODUCTS
                               add 1 to stock-product-count
                               move product-master-record
                                   to stock-product-entry
                                       (stock-product-count)
                           end-if
                   end-read
               end-perform
               close product-master
           end-if
           .

       deplete-product-stock section.
           move "N" to product-found-flag
           perform varying stock-index from 1 by 1
                   until stock-index > stock-product-count
                       or product-found
               if stock-product-code(stock-index)
                       = detail-product-code
                   move "Y" to product-found-flag
                   set stock-index down by 1
               end-if
           end-perform
           if product-found
               add 1 to stock-lines-applied
               subtract detail-quantity from stock-on-hand(stock-index)
               if stock-on-hand(stock-index) < zero
                       and stock-on-hand(stock-index) + detail-quantity
                           not < zero
                   add 1 to products-out-of-stock
                   display "** Product " detail-product-code
                           " has sold more than the stock on hand **"
               end-if
           else
               add 1 to stock-lines-unmatched
           end-if
           .

       save-stock-position section.
           if stock-master-loaded
               if details-read < stock-lines-posted
                   display "** Sales detail has fewer lines than "
                           "were last taken off stock - stock "
                           "posting restarted from the current file **"
               end-if
               if stock-lines-applied > zero
                   open output product-master
                   perform varying stock-index from 1 by 1
                           until stock-index > stock-product-count
                       move stock-product-entry(stock-index)
                           to product-master-record
                       write product-master-record
                   end-perform
                   close product-master
               end-if
               open output stock-posting-control
               move details-read to control-lines-posted
               write stock-posting-control-record
               close stock-posting-control
           end-if
           .
