       input-output section.
       file-control.
           select sales-tax-analysis
               assign "sales-tax-analysis.dat"
               organization line sequential
               file status analysis-file-status.
           select weekly-sales-ledger
               assign "weekly-sales-ledger.dat"
               organization line sequential
               file status weekly-ledger-status.

       data division.
       file section.
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

       FD  weekly-sales-ledger.
       01  weekly-ledger-record.
           05  weekly-week-ending      pic 9(8).
           05  weekly-daily-amount     pic 9(9) occurs 5.
           05  weekly-branch-code      pic X(3).

       working-storage section.
       78  DAYS-PER-WEEK               value 5.
       78  MAX-RATE-BANDS              value 20.
       78  MAX-RETURN-WEEKS            value 100.
       01  return-year                 pic 9(4) value 0.
       01  return-quarter              pic 9 value 0.
           88  valid-quarter           values 1 thru 4.
       01  quarter-start-date          pic 9(8).
       01  quarter-end-date            pic 9(8).
       01  quarter-month               pic 9(2).
       01  band-table.
           05  band-count              pic 9(2) value 0.
           05  band-entry              occurs MAX-RATE-BANDS
                                       indexed by band-index.
               10  table-band          pic X(8).
               10  table-band-percent  pic 9(2)V9(2).
               10  table-band-lines    pic 9(7).
               10  table-band-gross    pic 9(11).
               10  table-band-net      pic 9(11)V9(2).
               10  table-band-tax      pic 9(11)V9(2).
      *    Gross detail and keyed ledger side by side for every branch
      *    week in the quarter, so each difference can be listed.
       01  return-week-table.
           05  return-week-count       pic 9(3) value 0.
           05  return-week-entry       occurs MAX-RETURN-WEEKS
                                       indexed by return-index.
               10  return-branch-code  pic X(3).
               10  return-week-ending  pic 9(8).
               10  return-detail-amount    pic 9(9)
                                       occurs DAYS-PER-WEEK.
               10  return-ledger-amount    pic 9(9)
                                       occurs DAYS-PER-WEEK.
       01  search-branch-code          pic X(3).
       01  search-week-ending          pic 9(8).
       01  entry-found-flag            pic X value "N".
           88  entry-found             value "Y".
       01  weeks-dropped               pic 9(3) value 0.
       01  day-number                  pic 9.
       01  total-lines                 pic 9(7) value 0.
       01  total-gross                 pic 9(11) value 0.
       01  total-net                   pic 9(11)V9(2) value 0.
       01  total-tax                   pic 9(11)V9(2) value 0.
       01  total-ledger                pic 9(11) value 0.
       01  total-difference            pic S9(11).
       01  day-difference              pic S9(9).
       01  differences-listed          pic 9(5) value 0.
       01  difference-reason           pic X(36).
       01  formatted-percent           pic Z9.99.
       01  formatted-lines             pic Z,ZZZ,ZZ9.
       01  formatted-gross             pic ZZ,ZZZ,ZZZ,ZZ9.
       01  formatted-net               pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  formatted-tax               pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  formatted-ledger            pic ZZ,ZZZ,ZZZ,ZZ9.
       01  formatted-difference        pic +ZZ,ZZZ,ZZZ,ZZ9.
       01  analysis-read-status        pic 9 value 0.
           88  end-of-analysis         value 1 false 0.
       01  ledger-read-status          pic 9 value 0.
           88  end-of-ledger           value 1 false 0.
       01  analysis-file-status.
           05  analysis-status-key-1   pic X.
           05  analysis-status-key-2   pic X.
       01  weekly-ledger-status.
           05  weekly-status-key-1     pic X.
           05  weekly-status-key-2     pic X.

       procedure division.
           display "Enter the year of the return (yyyy):"
           accept return-year
           display "Enter the quarter (1-4):"
           accept return-quarter
           if not valid-quarter or return-year = zero
               display "Invalid quarter - return cancelled."
               goback
           end-if
           perform set-quarter-dates

           perform load-tax-analysis
           perform load-weekly-ledger
           if return-week-count = zero
               display "No sales or ledger weeks ending between "
                       quarter-start-date " and " quarter-end-date "."
               goback
           end-if
           if weeks-dropped > zero
               display "** " weeks-dropped " branch weeks not included "
                       "- return table full **"
           end-if

           perform print-rate-band-summary
           perform reconcile-to-ledger
           goback
           .

      *    A week belongs to the quarter its week-ending date falls in.
       set-quarter-dates section.
           compute quarter-month = return-quarter * 3 - 2
           compute quarter-start-date =
               return-year * 10000 + quarter-month * 100 + 1
           add 3 to quarter-month
           if quarter-month > 12
               compute quarter-end-date =
                   (return-year + 1) * 10000 + 101
           else
               compute quarter-end-date =
                   return-year * 10000 + quarter-month * 100 + 1
           end-if
           compute quarter-end-date = function date-of-integer(
               function integer-of-date(quarter-end-date) - 1)
           .

       load-tax-analysis section.
           open input sales-tax-analysis
           if analysis-status-key-1 not = "0"
               display "No sales tax analysis found - run the sales "
                       "detail posting first."
           else
               perform until end-of-analysis
                   read sales-tax-analysis
                       at end
                           set end-of-analysis to true
                       not at end
                           if analysis-week-ending
                                   not < quarter-start-date
                                   and analysis-week-ending
                                       not > quarter-end-date
                               perform tally-rate-band
                               move analysis-branch-code
                                   to search-branch-code
                               move analysis-week-ending
                                   to search-week-ending
                               perform find-return-week
                               if entry-found
                                   add analysis-gross
                                       to return-detail-amount
                                           (return-index
                                            analysis-day-number)
                               end-if
                           end-if
                   end-read
               end-perform
               close sales-tax-analysis
           end-if
           .

       tally-rate-band section.
           move "N" to entry-found-flag
           perform varying band-index from 1 by 1
                   until band-index > band-count or entry-found
               if table-band(band-index) = analysis-rate-band
                       and table-band-percent(band-index)
                           = analysis-rate-percent
                   move "Y" to entry-found-flag
                   set band-index down by 1
               end-if
           end-perform
           if not entry-found
               if band-count < MAX-RATE-BANDS
                   add 1 to band-count
                   set band-index to band-count
                   initialize band-entry(band-index)
                   move analysis-rate-band to table-band(band-index)
                   move analysis-rate-percent
                       to table-band-percent(band-index)
                   move "Y" to entry-found-flag
               end-if
           end-if
           if entry-found
               add 1 to table-band-lines(band-index)
               add analysis-gross to table-band-gross(band-index)
               add analysis-net to table-band-net(band-index)
               add analysis-tax to table-band-tax(band-index)
           end-if
           .

       find-return-week section.
           move "N" to entry-found-flag
           perform varying return-index from 1 by 1
                   until return-index > return-week-count
                       or entry-found
               if return-branch-code(return-index)
                       = search-branch-code
                       and return-week-ending(return-index)
                           = search-week-ending
                   move "Y" to entry-found-flag
                   set return-index down by 1
               end-if
           end-perform
           if not entry-found
               if return-week-count < MAX-RETURN-WEEKS
                   add 1 to return-week-count
                   set return-index to return-week-count
                   initialize return-week-entry(return-index)
                   move search-branch-code
                       to return-branch-code(return-index)
                   move search-week-ending
                       to return-week-ending(return-index)
                   move "Y" to entry-found-flag
               else
                   add 1 to weeks-dropped
               end-if
           end-if
           .

       load-weekly-ledger section.
           open input weekly-sales-ledger
           if weekly-status-key-1 not = "0"
               display "No weekly sales ledger found."
           else
               perform until end-of-ledger
                   read weekly-sales-ledger
                       at end
                           set end-of-ledger to true
                       not at end
                           if weekly-week-ending
                                   not < quarter-start-date
                                   and weekly-week-ending
                                       not > quarter-end-date
                               move weekly-branch-code
                                   to search-branch-code
                               move weekly-week-ending
                                   to search-week-ending
                               perform find-return-week
                               if entry-found
                                   perform varying day-number
                                           from 1 by 1
                                           until day-number
                                               > DAYS-PER-WEEK
                                       move weekly-daily-amount
                                           (day-number)
                                           to return-ledger-amount
                                               (return-index
                                                day-number)
                                   end-perform
                               end-if
                           end-if
                   end-read
               end-perform
               close weekly-sales-ledger
           end-if
           .

       print-rate-band-summary section.
           display "===== Sales Tax Return " return-year " quarter "
                   return-quarter " (" quarter-start-date " to "
                   quarter-end-date ") ====="
           display "Band      Rate %      Lines               Net"
                   "               Tax          Gross"
           perform varying band-index from 1 by 1
                   until band-index > band-count
               move table-band-percent(band-index) to formatted-percent
               move table-band-lines(band-index) to formatted-lines
               move table-band-net(band-index) to formatted-net
               move table-band-tax(band-index) to formatted-tax
               move table-band-gross(band-index) to formatted-gross
               display table-band(band-index) "  " formatted-percent
                       "  " formatted-lines " " formatted-net " "
                       formatted-tax " " formatted-gross
               add table-band-lines(band-index) to total-lines
               add table-band-net(band-index) to total-net
               add table-band-tax(band-index) to total-tax
               add table-band-gross(band-index) to total-gross
           end-perform
           move total-lines to formatted-lines
           move total-net to formatted-net
           move total-tax to formatted-tax
           move total-gross to formatted-gross
           display "Total            " formatted-lines " "
                   formatted-net " " formatted-tax " "
                   formatted-gross
           .

       reconcile-to-ledger section.
           perform varying return-index from 1 by 1
                   until return-index > return-week-count
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   add return-ledger-amount(return-index day-number)
                       to total-ledger
               end-perform
           end-perform
           compute total-difference = total-ledger - total-gross
           move total-ledger to formatted-ledger
           move total-gross to formatted-gross
           move total-difference to formatted-difference
           display "===== Reconciliation to the Weekly Sales Ledger "
                   "====="
           display "Ledger for the same weeks: " formatted-ledger
           display "Gross analysed for tax:    " formatted-gross
           display "Difference:               " formatted-difference
           display "Branch Week     Day         Ledger          Detail"
                   "      Difference  Reason"
           perform varying return-index from 1 by 1
                   until return-index > return-week-count
               perform varying day-number from 1 by 1
                       until day-number > DAYS-PER-WEEK
                   if return-ledger-amount(return-index day-number)
                           not = return-detail-amount
                               (return-index day-number)
                       perform explain-one-difference
                   end-if
               end-perform
           end-perform
           if differences-listed = zero
               display "The ledger agrees with the tax analysis for "
                       "every day of the quarter."
           end-if
           .

       explain-one-difference section.
           add 1 to differences-listed
           compute day-difference =
               return-ledger-amount(return-index day-number)
               - return-detail-amount(return-index day-number)
           evaluate true
               when return-detail-amount(return-index day-number)
                       = zero
                   move "keyed on ledger, no detail lines"
                       to difference-reason
               when return-ledger-amount(return-index day-number)
                       = zero
                   move "detail not yet posted to ledger"
                       to difference-reason
               when other
                   move "ledger re-keyed since posting"
                       to difference-reason
           end-evaluate
           move return-ledger-amount(return-index day-number)
               to formatted-ledger
           move return-detail-amount(return-index day-number)
               to formatted-gross
           move day-difference to formatted-difference
           display return-branch-code(return-index) "    "
                   return-week-ending(return-index) " " day-number
                   formatted-ledger " " formatted-gross " "
                   formatted-difference "  " difference-reason
           .
