       input-output section.
       file-control.
           select tax-rates assign "tax-rates.dat"
               organization line sequential
               file status tax-file-status.

       data division.
       file section.
      *    One line per category and effective date, kept in that
      *    order. A rate applies from its effective date until the
      *    next rate for the same category takes over.
       FD  tax-rates.
       01  tax-rate-record.
           05  rate-category           pic X(8).
           05  rate-effective-date     pic 9(8).
           05  rate-band               pic X(8).
           05  rate-percent            pic 9(2)V9(2).

       working-storage section.
       78  MAX-TAX-RATES               value 200.
       01  maintenance-selection       pic 9 value 0.
           88  add-tax-rate            value 1.
           88  delete-tax-rate         value 2.
           88  list-tax-rates          value 3.
           88  exit-maintenance        value 4.
           88  valid-maintenance       values 1 thru 4.
       01  tax-rate-table.
           05  tax-rate-count          pic 9(3) value 0.
           05  tax-rate-entry          occurs MAX-TAX-RATES
                   indexed by tax-rate-index
                               sort-outer-index
                               sort-inner-index.
               10  tax-rate-key.
                   15  table-rate-category pic X(8).
                   15  table-rate-date     pic 9(8).
               10  table-rate-band     pic X(8).
               10  table-rate-percent  pic 9(2)V9(2).
       01  swap-tax-rate-entry         pic X(28).
       01  category-entry              pic X(8).
       01  effective-date-entry        pic 9(8).
       01  rate-percent-raw-entry      pic X(10).
       01  rate-found-flag             pic X value "N".
           88  rate-found              value "Y".
       01  table-changed-flag          pic X value "N".
           88  table-changed           value "Y".
       01  formatted-percent           pic Z9.99.
       01  tax-read-status             pic 9 value 0.
           88  end-of-tax-rates        value 1 false 0.
       01  tax-file-status.
           05  tax-status-key-1        pic X.
           05  tax-status-key-2        pic X.

       procedure division.
           perform load-tax-rates

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-tax-rate
                       perform add-tax-rate-entry
                   when delete-tax-rate
                       perform delete-tax-rate-entry
                   when list-tax-rates
                       perform list-all-tax-rates
               end-evaluate
           end-perform

           if table-changed
               perform save-tax-rates
               display "Tax rates saved - " tax-rate-count " rates."
           end-if
           display "Exiting tax rate maintenance..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Tax rate maintenance - would you like to:"
           display "- [1] Add or replace a rate"
           display "- [2] Delete a rate"
           display "- [3] List all rates"
           display "- [4] Exit"
           accept maintenance-selection
           .

       load-tax-rates section.
           open input tax-rates
           if tax-status-key-1 not = "0"
               display "No tax rates yet - starting empty."
           else
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

       prompt-for-rate-key section.
           display "Please enter the product category:"
           move spaces to category-entry
           accept category-entry
           display "Effective from (yyyymmdd):"
           move zero to effective-date-entry
           accept effective-date-entry
           move "N" to rate-found-flag
           perform varying tax-rate-index from 1 by 1
                   until tax-rate-index > tax-rate-count
                       or rate-found
               if table-rate-category(tax-rate-index) = category-entry
                       and table-rate-date(tax-rate-index)
                           = effective-date-entry
                   move "Y" to rate-found-flag
                   set tax-rate-index down by 1
               end-if
           end-perform
           .

       add-tax-rate-entry section.
           perform prompt-for-rate-key
           evaluate true
               when category-entry = spaces
                   display "A product category is required."
               when function test-date-yyyymmdd(effective-date-entry)
                       not = 0
                   display "Not a valid date - rate not added."
               when not rate-found
                       and tax-rate-count >= MAX-TAX-RATES
                   display "Tax rate table is full - add cancelled."
               when other
                   if not rate-found
                       add 1 to tax-rate-count
                       set tax-rate-index to tax-rate-count
                       move category-entry
                           to table-rate-category(tax-rate-index)
                       move effective-date-entry
                           to table-rate-date(tax-rate-index)
                       move zero to table-rate-percent(tax-rate-index)
                   end-if
                   perform capture-rate-details
                   set table-changed to true
                   display "Rate for " category-entry " from "
                           effective-date-entry " recorded."
           end-evaluate
           .

       capture-rate-details section.
           display "Rate band name (e.g. STANDARD, REDUCED, ZERO):"
           move spaces to table-rate-band(tax-rate-index)
           accept table-rate-band(tax-rate-index)
           display "Rate percent (e.g. 20 or 5.5):"
           move spaces to rate-percent-raw-entry
           accept rate-percent-raw-entry
           if function test-numval(
                   function trim(rate-percent-raw-entry)) = 0
               compute table-rate-percent(tax-rate-index) =
                   function numval(
                       function trim(rate-percent-raw-entry))
           else
               display "Not numeric - rate set to zero."
               move zero to table-rate-percent(tax-rate-index)
           end-if
           .

       delete-tax-rate-entry section.
           perform prompt-for-rate-key
           if not rate-found
               display "Rate not found."
           else
               perform varying tax-rate-index from tax-rate-index by 1
                       until tax-rate-index >= tax-rate-count
                   move tax-rate-entry(tax-rate-index + 1)
                       to tax-rate-entry(tax-rate-index)
               end-perform
               subtract 1 from tax-rate-count
               set table-changed to true
               display "Rate for " category-entry " from "
                       effective-date-entry " deleted."
           end-if
           .

       list-all-tax-rates section.
           perform sort-tax-rates
           display "Category Effective  Band         Rate %"
           perform varying tax-rate-index from 1 by 1
                   until tax-rate-index > tax-rate-count
               move table-rate-percent(tax-rate-index)
                   to formatted-percent
               display table-rate-category(tax-rate-index) " "
                       table-rate-date(tax-rate-index) "  "
                       table-rate-band(tax-rate-index) "     "
                       formatted-percent
           end-perform
           if tax-rate-count = zero
               display "No tax rates on file."
           end-if
           .

       sort-tax-rates section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > tax-rate-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index > tax-rate-count - 1
                   if tax-rate-key(sort-inner-index)
                           > tax-rate-key(sort-inner-index + 1)
                       move tax-rate-entry(sort-inner-index)
                           to swap-tax-rate-entry
                       move tax-rate-entry(sort-inner-index + 1)
                           to tax-rate-entry(sort-inner-index)
                       move swap-tax-rate-entry
                           to tax-rate-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

       save-tax-rates section.
           perform sort-tax-rates
           open output tax-rates
           perform varying tax-rate-index from 1 by 1
                   until tax-rate-index > tax-rate-count
               move tax-rate-entry(tax-rate-index) to tax-rate-record
               write tax-rate-record
           end-perform
           close tax-rates
           .
