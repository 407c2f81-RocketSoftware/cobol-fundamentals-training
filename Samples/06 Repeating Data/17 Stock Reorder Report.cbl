       input-output section.
       file-control.
           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.

       data division.
       file section.
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

       working-storage section.
       78  MAX-CATEGORIES              value 20.
       01  category-totals.
           05  category-total-count    pic 9(2) value 0.
           05  category-total-entry    occurs MAX-CATEGORIES
                                       indexed by category-index.
               10  summary-category    pic X(8).
               10  summary-units       pic S9(9).
               10  summary-value       pic 9(11)V9(2).
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  suggested-quantity          pic 9(7).
       01  product-value               pic 9(11)V9(2).
       01  total-stock-value           pic 9(11)V9(2) value 0.
       01  products-read               pic 9(3) value 0.
       01  products-to-reorder         pic 9(3) value 0.
       01  formatted-stock             pic -Z,ZZZ,ZZ9.
       01  formatted-level             pic Z,ZZZ,ZZ9.
       01  formatted-quantity          pic Z,ZZZ,ZZ9.
       01  formatted-units             pic -ZZZ,ZZZ,ZZ9.
       01  formatted-value             pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.

       procedure division.
           open input product-master
           if product-status-key-1 not = "0"
               display "No product master found."
               goback
           end-if
           display "===== Stock Reorder Report ====="
           display "Code   Description            On hand   "
                   "Reorder at   Suggest"
           perform until end-of-products
               read product-master
                   at end
                       set end-of-products to true
                   not at end
                       add 1 to products-read
                       perform check-reorder-level
                       perform tally-category-value
               end-read
           end-perform
           close product-master
           if products-to-reorder = zero
               display "No products at or below their reorder level."
           end-if
           perform print-stock-valuation
           goback
           .

      *    The suggested order is the reorder quantity, raised where
      *    that alone would not lift stock back above the level.
       check-reorder-level section.
           if product-stock-on-hand not > product-reorder-level
               add 1 to products-to-reorder
               move product-reorder-quantity to suggested-quantity
               if product-stock-on-hand + product-reorder-quantity
                       not > product-reorder-level
                   compute suggested-quantity =
                       product-reorder-level - product-stock-on-hand
                       + product-reorder-quantity
               end-if
               move product-stock-on-hand to formatted-stock
               move product-reorder-level to formatted-level
               move suggested-quantity to formatted-quantity
               display product-code " " product-description " "
                       formatted-stock "  " formatted-level " "
                       formatted-quantity
           end-if
           .

       tally-category-value section.
           move zero to product-value
           if product-stock-on-hand > zero
               compute product-value =
                   product-stock-on-hand * product-unit-price
           end-if
           move "N" to entry-found-flag
           perform varying category-index from 1 by 1
                   until category-index > category-total-count
                       or entry-found
               if summary-category(category-index)
                       = product-category
                   move "Y" to entry-found-flag
                   set category-index down by 1
               end-if
           end-perform
           if not entry-found
               if category-total-count < MAX-CATEGORIES
                   add 1 to category-total-count
                   set category-index to category-total-count
                   move product-category
                       to summary-category(category-index)
                   move zero to summary-units(category-index)
                   move zero to summary-value(category-index)
                   move "Y" to entry-found-flag
               end-if
           end-if
           if entry-found
               add product-stock-on-hand
                   to summary-units(category-index)
               add product-value to summary-value(category-index)
           end-if
           add product-value to total-stock-value
           .

       print-stock-valuation section.
           display "===== Stock Valuation at Unit Price ====="
           display "Category        Units             Value"
           perform varying category-index from 1 by 1
                   until category-index > category-total-count
               move summary-units(category-index) to formatted-units
               move summary-value(category-index) to formatted-value
               display summary-category(category-index) " "
                       formatted-units " " formatted-value
           end-perform
           move total-stock-value to formatted-value
           display "Total stock value:    " formatted-value
           display products-read " products, " products-to-reorder
                   " to reorder."
           .
