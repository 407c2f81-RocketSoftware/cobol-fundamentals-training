       input-output section.
       file-control.
           select price-history assign "price-history.dat"
               organization line sequential
               file status price-file-status.
           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.

       data division.
       file section.
       FD  price-history.
       01  price-history-record.
           05  price-product-code      pic X(6).
           05  price-effective-date    pic 9(8).
           05  price-unit-price        pic 9(5)V9(2).
           05  price-entered-date      pic 9(8).

       FD  product-master.
       01  product-master-record.
           05  product-code            pic X(6).
           05  product-description     pic X(20).
           05  filler                  pic X(37).

       working-storage section.
       78  MAX-PRODUCTS                value 100.
       01  product-table.
           05  product-count           pic 9(3) value 0.
           05  product-entry           occurs MAX-PRODUCTS
                                       indexed by product-index.
               10  table-product-code  pic X(6).
               10  table-description   pic X(20).
       01  report-from-date            pic 9(8) value 0.
       01  todays-date                 pic 9(8).
       01  previous-product-code       pic X(6) value spaces.
       01  previous-unit-price         pic 9(5)V9(2) value 0.
       01  price-change                pic S9(5)V9(2).
       01  price-change-percent        pic S9(4)V9(1).
       01  change-description          pic X(20).
       01  product-found-flag          pic X value "N".
           88  product-found           value "Y".
       01  changes-listed              pic 9(4) value 0.
       01  changes-scheduled           pic 9(4) value 0.
       01  formatted-old-price         pic ZZ,ZZ9.99.
       01  formatted-new-price         pic ZZ,ZZ9.99.
       01  formatted-change            pic -ZZ,ZZ9.99.
       01  formatted-percent           pic -ZZZ9.9.
       01  price-read-status           pic 9 value 0.
           88  end-of-prices           value 1 false 0.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  price-file-status.
           05  price-status-key-1      pic X.
           05  price-status-key-2      pic X.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.

       procedure division.
           move function current-date(1:8) to todays-date
           display "List price changes effective from (yyyymmdd, "
                   "or 0 for all):"
           accept report-from-date
           perform load-product-master

           open input price-history
           if price-status-key-1 not = "0"
               display "No price history on file."
               goback
           end-if
           display "===== Price Change Report ====="
           display "Code   Description          Effective  "
                   "Old price  New price     Change      %"
           perform until end-of-prices
               read price-history
                   at end
                       set end-of-prices to true
                   not at end
                       perform report-one-price
               end-read
           end-perform
           close price-history

           if changes-listed = zero
               display "No price changes in the period."
           end-if
           display changes-listed " price changes listed, "
                   changes-scheduled " not yet in force."
           goback
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
                               move product-description
                                   to table-description(product-index)
                           end-if
                   end-read
               end-perform
               close product-master
           end-if
           .

      *    The history is in product and date order, so each entry is
      *    compared with the one before it for the same product. The
      *    first entry for a product is its starting price, not a
      *    change.
       report-one-price section.
           if price-product-code = previous-product-code
                   and price-effective-date not < report-from-date
               perform display-price-change
           end-if
           move price-product-code to previous-product-code
           move price-unit-price to previous-unit-price
           .

       display-price-change section.
           move "(not on master)" to change-description
           move "N" to product-found-flag
           perform varying product-index from 1 by 1
                   until product-index > product-count
                       or product-found
               if table-product-code(product-index)
                       = price-product-code
                   move "Y" to product-found-flag
                   move table-description(product-index)
                       to change-description
               end-if
           end-perform
           compute price-change = price-unit-price
               - previous-unit-price
           move zero to price-change-percent
           if previous-unit-price > zero
               compute price-change-percent rounded =
                   price-change * 100 / previous-unit-price
           end-if
           move previous-unit-price to formatted-old-price
           move price-unit-price to formatted-new-price
           move price-change to formatted-change
           move price-change-percent to formatted-percent
           add 1 to changes-listed
           if price-effective-date > todays-date
               add 1 to changes-scheduled
               display price-product-code " " change-description " "
                       price-effective-date " " formatted-old-price
                       "  " formatted-new-price " " formatted-change
                       " " formatted-percent "  scheduled"
           else
               display price-product-code " " change-description " "
                       price-effective-date " " formatted-old-price
                       "  " formatted-new-price " " formatted-change
                       " " formatted-percent
           end-if
           .
