           88  unit-conversion-selection value 8.
           88  currency-conversion-selection value 9.
           88  date-calculation-selection value 10.
           88  cash-flow-selection      value 11.
           88  take-home-selection      value 12.
           88  valid-menu-selection     values 1 thru 12.
       01  last-result                  pic S9(5)V9(2) value 0.
       01  memory-value                 pic S9(7)V9(2) value 0.
       01  memory-file-status.
                       perform currency-conversion-dialog
                   when date-calculation-selection
                       perform date-calculation-dialog
                   when cash-flow-selection
                       perform cash-flow-dialog
                   when take-home-selection
                       perform take-home-dialog
               end-evaluate
           end-perform
           goback
           display "- [8] Convert units (metric/imperial etc.)"
           display "- [9] Convert currency"
           display "- [10] Date calculations"
           display "- [11] Cash flow appraisal (NPV, IRR, payback)"
           display "- [12] Take-home pay estimate"
           accept menu-selection
           .

           end-if
           .

       cash-flow-dialog section.
           set cash-flow-function to true
           move "N" to tape-suppress-flag
           perform get-calculator-results
           if cash-flow-appraised
               if npv-result > 99999.99 or npv-result < -99999.99
                   display "NPV is too large to keep as the last "
                           "result."
               else
                   move npv-result to last-result
               end-if
           end-if
           .

       take-home-dialog section.
           set take-home-function to true
           move "N" to tape-suppress-flag
           perform get-calculator-results
           if take-home-estimated
               if take-home-result > 99999.99
                       or take-home-result < -99999.99
                   display "Net pay is too large to keep as the last "
                           "result."
               else
                   move take-home-result to last-result
               end-if
           end-if
           .

       date-calculation-dialog section.
           display "Date calculations - would you like:"
           display "- [1] Days between two dates"
