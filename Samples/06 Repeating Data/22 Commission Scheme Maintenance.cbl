       input-output section.
       file-control.
           select commission-scheme assign "commission-scheme.dat"
               organization line sequential
               file status scheme-file-status.

       data division.
       file section.
      *    Tiered rates by product category. Each tier's rate is paid
      *    on the part of a salesperson's period sales in the category
      *    from its threshold up to the next tier's threshold.
       FD  commission-scheme.
       01  commission-scheme-record.
           05  scheme-category         pic X(8).
           05  scheme-tier-from        pic 9(9).
           05  scheme-rate-percent     pic 9(2)V9(2).

       working-storage section.
       78  MAX-SCHEME-TIERS            value 100.
       01  maintenance-selection       pic 9 value 0.
           88  add-scheme-tier         value 1.
           88  delete-scheme-tier      value 2.
           88  list-scheme-tiers       value 3.
           88  exit-maintenance        value 4.
           88  valid-maintenance       values 1 thru 4.
       01  scheme-table.
           05  scheme-tier-count       pic 9(3) value 0.
           05  scheme-tier-entry       occurs MAX-SCHEME-TIERS
                   indexed by scheme-index
                               sort-outer-index
                               sort-inner-index.
               10  scheme-tier-key.
                   15  table-scheme-category   pic X(8).
                   15  table-tier-from         pic 9(9).
               10  table-rate-percent  pic 9(2)V9(2).
       01  swap-scheme-entry           pic X(21).
       01  category-entry              pic X(8).
       01  tier-from-raw-entry         pic X(12).
       01  tier-from-entry             pic 9(9).
       01  rate-percent-raw-entry      pic X(10).
       01  tier-found-flag             pic X value "N".
           88  tier-found              value "Y".
       01  tier-key-valid-flag         pic X value "N".
           88  tier-key-valid          value "Y".
       01  table-changed-flag          pic X value "N".
           88  table-changed           value "Y".
       01  formatted-tier-from         pic ZZZ,ZZZ,ZZ9.
       01  formatted-percent           pic Z9.99.
       01  scheme-read-status          pic 9 value 0.
           88  end-of-scheme           value 1 false 0.
       01  scheme-file-status.
           05  scheme-status-key-1     pic X.
           05  scheme-status-key-2     pic X.

       procedure division.
           perform load-commission-scheme

           perform until exit-maintenance
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when add-scheme-tier
                       perform add-scheme-tier-entry
                   when delete-scheme-tier
                       perform delete-scheme-tier-entry
                   when list-scheme-tiers
                       perform list-all-scheme-tiers
               end-evaluate
           end-perform

           if table-changed
               perform save-commission-scheme
               display "Commission scheme saved - " scheme-tier-count
                       " tiers."
           end-if
           display "Exiting commission scheme maintenance..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Commission scheme maintenance - would you like to:"
           display "- [1] Add or replace a tier"
           display "- [2] Delete a tier"
           display "- [3] List all tiers"
           display "- [4] Exit"
           accept maintenance-selection
           .

       load-commission-scheme section.
           open input commission-scheme
           if scheme-status-key-1 not = "0"
               display "No commission scheme yet - starting empty."
           else
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

       prompt-for-tier-key section.
           move "N" to tier-key-valid-flag
           move "N" to tier-found-flag
           display "Please enter the product category:"
           move spaces to category-entry
           accept category-entry
           display "Tier applies to period sales from (0 for the "
                   "first tier):"
           move spaces to tier-from-raw-entry
           accept tier-from-raw-entry
           evaluate true
               when category-entry = spaces
                   display "A product category is required."
               when function test-numval(
                       function trim(tier-from-raw-entry)) not = 0
                   display "Tier threshold must be numeric."
               when other
                   compute tier-from-entry = function numval(
                       function trim(tier-from-raw-entry))
                   set tier-key-valid to true
                   perform varying scheme-index from 1 by 1
                           until scheme-index > scheme-tier-count
                               or tier-found
                       if table-scheme-category(scheme-index)
                               = category-entry
                               and table-tier-from(scheme-index)
                                   = tier-from-entry
                           move "Y" to tier-found-flag
                           set scheme-index down by 1
                       end-if
                   end-perform
           end-evaluate
           .

       add-scheme-tier-entry section.
           perform prompt-for-tier-key
           evaluate true
               when not tier-key-valid
                   continue
               when not tier-found
                       and scheme-tier-count >= MAX-SCHEME-TIERS
                   display "Commission scheme is full - add cancelled."
               when other
                   if not tier-found
                       add 1 to scheme-tier-count
                       set scheme-index to scheme-tier-count
                       move category-entry
                           to table-scheme-category(scheme-index)
                       move tier-from-entry
                           to table-tier-from(scheme-index)
                   end-if
                   perform capture-tier-rate
                   set table-changed to true
                   display "Tier for " category-entry " recorded."
           end-evaluate
           .

       capture-tier-rate section.
           display "Commission rate percent (e.g. 2 or 3.5):"
           move spaces to rate-percent-raw-entry
           accept rate-percent-raw-entry
           if function test-numval(
                   function trim(rate-percent-raw-entry)) = 0
               compute table-rate-percent(scheme-index) =
                   function numval(
                       function trim(rate-percent-raw-entry))
           else
               display "Not numeric - rate set to zero."
               move zero to table-rate-percent(scheme-index)
           end-if
           .

       delete-scheme-tier-entry section.
           perform prompt-for-tier-key
           if tier-key-valid and not tier-found
               display "Tier not found."
           end-if
           if tier-found
               perform varying scheme-index from scheme-index by 1
                       until scheme-index >= scheme-tier-count
                   move scheme-tier-entry(scheme-index + 1)
                       to scheme-tier-entry(scheme-index)
               end-perform
               subtract 1 from scheme-tier-count
               set table-changed to true
               display "Tier for " category-entry " deleted."
           end-if
           .

       list-all-scheme-tiers section.
           perform sort-scheme-tiers
           display "Category    Sales from  Rate %"
           perform varying scheme-index from 1 by 1
                   until scheme-index > scheme-tier-count
               move table-tier-from(scheme-index) to formatted-tier-from
               move table-rate-percent(scheme-index)
                   to formatted-percent
               display table-scheme-category(scheme-index) " "
                       formatted-tier-from "  " formatted-percent
           end-perform
           if scheme-tier-count = zero
               display "No commission tiers on file."
           end-if
           .

       sort-scheme-tiers section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > scheme-tier-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index > scheme-tier-count - 1
                   if scheme-tier-key(sort-inner-index)
                           > scheme-tier-key(sort-inner-index + 1)
                       move scheme-tier-entry(sort-inner-index)
                           to swap-scheme-entry
                       move scheme-tier-entry(sort-inner-index + 1)
                           to scheme-tier-entry(sort-inner-index)
                       move swap-scheme-entry
                           to scheme-tier-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

       save-commission-scheme section.
           perform sort-scheme-tiers
           open output commission-scheme
           perform varying scheme-index from 1 by 1
                   until scheme-index > scheme-tier-count
               move scheme-tier-entry(scheme-index)
                   to commission-scheme-record
               write commission-scheme-record
           end-perform
           close commission-scheme
           .
