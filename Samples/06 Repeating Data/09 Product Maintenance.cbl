           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.
           select price-history assign "price-history.dat"
               organization line sequential
               file status price-file-status.

       data division.
       file section.
           05  product-description     pic X(20).
           05  product-category        pic X(8).
           05  product-unit-price      pic 9(5)V9(2).
           05  product-stock-on-hand   pic S9(7)
                                       sign leading separate.
           05  product-reorder-level   pic 9(7).
           05  product-reorder-quantity    pic 9(7).

      *    One entry per price and the date it came into force, held
      *    in product code and effective date order.
       FD  price-history.
       01  price-history-record.
           05  price-product-code      pic X(6).
           05  price-effective-date    pic 9(8).
           05  price-unit-price        pic 9(5)V9(2).
           05  price-entered-date      pic 9(8).

       working-storage section.
       78  MAX-PRODUCTS                value 100.
       78  MAX-PRICE-ENTRIES           value 500.
       01  maintenance-selection       pic 9 value 0.
           88  add-product             value 1.
           88  amend-product           value 2.
           88  delete-product          value 3.
           88  list-products           value 4.
           88  schedule-price-change   value 5.
           88  exit-maintenance        value 6.
           88  valid-maintenance       values 1 thru 6.
       01  product-table.
           05  product-count           pic 9(3) value 0.
           05  product-entry           occurs MAX-PRODUCTS
               10  table-description       pic X(20).
               10  table-category          pic X(8).
               10  table-unit-price        pic 9(5)V9(2).
               10  table-stock-on-hand     pic S9(7).
               10  table-reorder-level     pic 9(7).
               10  table-reorder-quantity  pic 9(7).
       01  price-table.
           05  price-entry-count       pic 9(3) value 0.
           05  price-entry             occurs MAX-PRICE-ENTRIES
                   indexed by price-index
                               sort-outer-index
                               sort-inner-index.
               10  price-entry-key.
                   15  table-price-code    pic X(6).
                   15  table-price-date    pic 9(8).
               10  table-price         pic 9(5)V9(2).
               10  table-price-entered pic 9(8).
       01  swap-price-entry            pic X(29).
       01  price-changed-flag          pic X value "N".
           88  price-table-changed     value "Y".
       01  todays-date                 pic 9(8).
       01  effective-date-entry        pic 9(8).
       01  previous-unit-price         pic 9(5)V9(2).
       01  new-unit-price              pic 9(5)V9(2).
       01  stored-unit-price           pic 9(5)V9(2).
       01  price-entry-found-flag      pic X value "N".
           88  price-entry-found       value "Y".
       01  price-in-force-date         pic 9(8).
       01  prices-brought-in           pic 9(3) value 0.
       01  price-history-flag          pic X value "N".
           88  product-has-history     value "Y".
       01  product-code-entry          pic X(6).
       01  price-raw-entry             pic X(10).
       01  product-found-flag          pic X value "N".
           88  table-changed           value "Y".
       01  products-listed             pic 9(3) value 0.
       01  formatted-price             pic ZZ,ZZ9.99.
       01  formatted-stock             pic -Z,ZZZ,ZZ9.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  price-read-status           pic 9 value 0.
           88  end-of-prices           value 1 false 0.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.
       01  price-file-status.
           05  price-status-key-1      pic X.
           05  price-status-key-2      pic X.

       procedure division.
           move function current-date(1:8) to todays-date
           perform load-product-master
           perform load-price-history
           perform apply-prices-in-force

           perform until exit-maintenance
               perform prompt-for-maintenance-function
                       perform delete-product-entry
                   when list-products
                       perform list-all-products
                   when schedule-price-change
                       perform schedule-future-price
               end-evaluate
           end-perform

               display "Product master saved - " product-count
                       " products."
           end-if
           if price-table-changed
               perform save-price-history
               display "Price history saved - " price-entry-count
                       " prices."
           end-if
           display "Exiting product maintenance..."
           goback
           .
           display "- [2] Amend a product"
           display "- [3] Delete a product"
           display "- [4] List all products"
           display "- [5] Schedule a future price change"
           display "- [6] Exit"
           accept maintenance-selection
           .

                                   table-category(product-index)
                               move product-unit-price to
                                   table-unit-price(product-index)
                               move product-stock-on-hand to
                                   table-stock-on-hand(product-index)
                               move product-reorder-level to
                                   table-reorder-level(product-index)
                               move product-reorder-quantity to
                                   table-reorder-quantity(product-index)
                           end-if
                   end-read
               end-perform
                   set product-index to product-count
                   move product-code-entry
                       to table-product-code(product-index)
                   move zero to table-stock-on-hand(product-index)
                   move zero to table-unit-price(product-index)
                   perform capture-product-details
                   move todays-date to effective-date-entry
                   move table-unit-price(product-index)
                       to new-unit-price
                   perform record-price-change
                   set table-changed to true
                   display "Product " product-code-entry " added."
               end-if
           if not product-found
               display "Product not found."
           else
               move table-unit-price(product-index)
                   to previous-unit-price
               perform capture-product-details
               if table-unit-price(product-index)
                       not = previous-unit-price
                   move todays-date to effective-date-entry
                   move table-unit-price(product-index)
                       to new-unit-price
                   perform record-price-change
               end-if
               set table-changed to true
               display "Product " product-code-entry " amended."
           end-if
               display "Not numeric - price set to zero."
               move zero to table-unit-price(product-index)
           end-if
      *    Stock on hand is changed only by sales posting and goods
      *    received, never keyed here.
           display "Please enter the reorder level:"
           move zero to table-reorder-level(product-index)
           accept table-reorder-level(product-index)
           display "Please enter the reorder quantity:"
           move zero to table-reorder-quantity(product-index)
           accept table-reorder-quantity(product-index)
           .

       delete-product-entry section.
               add 1 to products-listed
               move table-unit-price(product-index)
                   to formatted-price
               move table-stock-on-hand(product-index)
                   to formatted-stock
               display table-product-code(product-index) " "
                       table-description(product-index) " "
                       table-category(product-index) " "
                       formatted-price " stock " formatted-stock
           end-perform
           if products-listed = zero
               display "No products on file."
                   to product-category
               move table-unit-price(product-index)
                   to product-unit-price
               move table-stock-on-hand(product-index)
                   to product-stock-on-hand
               move table-reorder-level(product-index)
                   to product-reorder-level
               move table-reorder-quantity(product-index)
                   to product-reorder-quantity
               write product-master-record
           end-perform
           close product-master
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
                               move price-entered-date
                                   to table-price-entered(price-index)
                           end-if
                   end-read
               end-perform
               close price-history
           end-if
           .

      *    A price scheduled ahead of time becomes the master price on
      *    the first maintenance run on or after its effective date.
       apply-prices-in-force section.
           perform varying product-index from 1 by 1
                   until product-index > product-count
               move zero to price-in-force-date
               move table-unit-price(product-index) to new-unit-price
               perform varying price-index from 1 by 1
                       until price-index > price-entry-count
                   if table-price-code(price-index)
                           = table-product-code(product-index)
                           and table-price-date(price-index)
                               not > todays-date
                           and table-price-date(price-index)
                               not < price-in-force-date
                       move table-price-date(price-index)
                           to price-in-force-date
                       move table-price(price-index)
                           to new-unit-price
                   end-if
               end-perform
               if new-unit-price not = table-unit-price(product-index)
                   move new-unit-price
                       to table-unit-price(product-index)
                   add 1 to prices-brought-in
                   set table-changed to true
               end-if
           end-perform
           if prices-brought-in > zero
               display prices-brought-in " scheduled price changes "
                       "now in force on the product master."
           end-if
           .

       schedule-future-price section.
           perform prompt-for-product-code
           if not product-found
               display "Product not found."
           else
               move table-unit-price(product-index)
                   to previous-unit-price
               display "Please enter the new unit price:"
               move spaces to price-raw-entry
               accept price-raw-entry
               display "Please enter the date it takes effect "
                       "(yyyymmdd):"
               move zero to effective-date-entry
               accept effective-date-entry
               evaluate true
                   when function test-numval(
                           function trim(price-raw-entry)) not = 0
                       display "Not numeric - no change scheduled."
                   when function test-date-yyyymmdd(
                           effective-date-entry) not = 0
                       display "Not a valid date - no change "
                               "scheduled."
                   when effective-date-entry not > todays-date
                       display "The date must be after today - "
                               "amend the product to change the "
                               "price now."
                   when other
                       compute new-unit-price =
                           function numval(
                               function trim(price-raw-entry))
                       perform record-price-change
                       move new-unit-price to formatted-price
                       display "Product " product-code-entry
                               " will sell at " formatted-price
                               " from " effective-date-entry "."
               end-evaluate
           end-if
           .

      *    The first change to a product also records the price it
      *    had before, in force from the start, so older sales can
      *    still be priced.
       record-price-change section.
           move "N" to price-history-flag
           perform varying price-index from 1 by 1
                   until price-index > price-entry-count
                       or product-has-history
               if table-price-code(price-index)
                       = table-product-code(product-index)
                   move "Y" to price-history-flag
               end-if
           end-perform
           if not product-has-history and not add-product
               move zero to price-in-force-date
               move previous-unit-price to stored-unit-price
               perform store-price-entry
           end-if
           move effective-date-entry to price-in-force-date
           move new-unit-price to stored-unit-price
           perform store-price-entry
           .

       store-price-entry section.
           move "N" to price-entry-found-flag
           perform varying price-index from 1 by 1
                   until price-index > price-entry-count
                       or price-entry-found
               if table-price-code(price-index)
                       = table-product-code(product-index)
                       and table-price-date(price-index)
                           = price-in-force-date
                   move "Y" to price-entry-found-flag
                   set price-index down by 1
               end-if
           end-perform
           if not price-entry-found
               if price-entry-count < MAX-PRICE-ENTRIES
                   add 1 to price-entry-count
                   set price-index to price-entry-count
                   move table-product-code(product-index)
                       to table-price-code(price-index)
                   move price-in-force-date
                       to table-price-date(price-index)
                   move "Y" to price-entry-found-flag
               else
                   display "Price history is full - change not "
                           "recorded."
               end-if
           end-if
           if price-entry-found
               move stored-unit-price to table-price(price-index)
               move todays-date to table-price-entered(price-index)
               set price-table-changed to true
           end-if
           .

       save-price-history section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > price-entry-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index > price-entry-count - 1
                   if price-entry-key(sort-inner-index)
                           > price-entry-key(sort-inner-index + 1)
                       move price-entry(sort-inner-index)
                           to swap-price-entry
                       move price-entry(sort-inner-index + 1)
                           to price-entry(sort-inner-index)
                       move swap-price-entry
                           to price-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           open output price-history
           perform varying price-index from 1 by 1
                   until price-index > price-entry-count
               move table-price-code(price-index)
                   to price-product-code
               move table-price-date(price-index)
                   to price-effective-date
               move table-price(price-index) to price-unit-price
               move table-price-entered(price-index)
                   to price-entered-date
               write price-history-record
           end-perform
           close price-history
           .
