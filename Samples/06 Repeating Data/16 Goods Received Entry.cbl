       input-output section.
       file-control.
           select product-master assign "product-master.dat"
               organization line sequential
               file status product-file-status.
           select goods-received assign "goods-received.dat"
               organization line sequential
               file status received-file-status.

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

       FD  goods-received.
       01  goods-received-record.
           05  received-date           pic 9(8).
           05  received-product-code   pic X(6).
           05  received-quantity       pic 9(5).
           05  received-reference      pic X(10).

       working-storage section.
       78  MAX-PRODUCTS                value 100.
       01  product-table.
           05  product-count           pic 9(3) value 0.
           05  product-entry           occurs MAX-PRODUCTS
                                       indexed by product-index.
               10  table-product-code  pic X(6).
               10  table-description   pic X(20).
               10  filler              pic X(15).
               10  table-stock-on-hand pic S9(7)
                                       sign leading separate.
               10  filler              pic X(14).
       01  another-entry-response      pic X value "Y".
           88  another-entry           value "Y" "y".
       01  received-date-entry         pic 9(8) value 0.
       01  product-code-entry          pic X(6).
       01  quantity-entry              pic 9(5).
       01  reference-entry             pic X(10).
       01  product-found-flag          pic X value "N".
           88  product-found           value "Y".
       01  receipts-recorded           pic 9(3) value 0.
       01  formatted-stock             pic -Z,ZZZ,ZZ9.
       01  product-read-status         pic 9 value 0.
           88  end-of-products         value 1 false 0.
       01  product-file-status.
           05  product-status-key-1    pic X.
           05  product-status-key-2    pic X.
       01  received-file-status.
           05  received-status-key-1   pic X.
           05  received-status-key-2   pic X.

       procedure division.
           perform load-product-master
           if product-count = zero
               display "No products on file - goods cannot be "
                       "received."
               goback
           end-if
           display "Enter the date the goods were received "
                   "(yyyymmdd):"
           accept received-date-entry
           if function test-date-yyyymmdd(received-date-entry)
                   not = 0
               display "Not a valid date - entry cancelled."
               goback
           end-if

           open extend goods-received
           if received-status-key-1 = "3"
               open output goods-received
               close goods-received
               open extend goods-received
           end-if

           perform until not another-entry
               perform capture-goods-received
               display "Enter another delivery line? [Y/N]"
               accept another-entry-response
           end-perform

           close goods-received
           if receipts-recorded > zero
               perform save-product-master
           end-if
           display receipts-recorded " delivery lines recorded for "
                   received-date-entry "."
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
                               move product-master-record
                                   to product-entry(product-count)
                           end-if
                   end-read
               end-perform
               close product-master
           end-if
           .

       capture-goods-received section.
           display "Product code:"
           move spaces to product-code-entry
           accept product-code-entry
           move "N" to product-found-flag
           perform varying product-index from 1 by 1
                   until product-index > product-count
                       or product-found
               if table-product-code(product-index)
                       = product-code-entry
                   move "Y" to product-found-flag
                   set product-index down by 1
               end-if
           end-perform
           if not product-found
               display "Product " product-code-entry " is not on "
                       "the product master - line refused."
           else
               display "Quantity received:"
               move zero to quantity-entry
               accept quantity-entry
               if quantity-entry = zero
                   display "No quantity entered - line refused."
               else
                   display "Delivery note reference:"
                   move spaces to reference-entry
                   accept reference-entry
                   add quantity-entry
                       to table-stock-on-hand(product-index)
                   move received-date-entry to received-date
                   move product-code-entry to received-product-code
                   move quantity-entry to received-quantity
                   move reference-entry to received-reference
                   write goods-received-record
                   add 1 to receipts-recorded
                   move table-stock-on-hand(product-index)
                       to formatted-stock
                   display table-description(product-index)
                           " stock now " formatted-stock "."
               end-if
           end-if
           .

       save-product-master section.
           open output product-master
           perform varying product-index from 1 by 1
                   until product-index > product-count
               move product-entry(product-index)
                   to product-master-record
               write product-master-record
           end-perform
           close product-master
           .
