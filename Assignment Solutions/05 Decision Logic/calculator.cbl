           05  tape-status-key-2       pic X.
       01  calculation-result          pic S9(5)V9(2).
       01  raw-result                  pic S9(5)V9(4).
       copy cash-flow-request.
       01  cash-flow-expression        pic X(40).
       01  cash-flow-tape-value        pic S9(11)V9(4).
       01  formatted-cash-flow-rate    pic ZZ9.9999.
       01  formatted-cash-flow-npv     pic -(11)9.99.
       01  formatted-cash-flow-irr     pic -(5)9.99.
       01  formatted-cash-flow-periods pic ZZ9.99.
       copy take-home-request.
       01  take-home-expression        pic X(40).
       01  take-home-column            pic 9.
       01  formatted-take-home-gross   pic Z(6)9.99.
       01  formatted-take-home-net     pic -(6)9.99.

       linkage section.
       copy user-inputs.
                   perform calculate-unit-conversion
               when scientific-function
                   perform calculate-scientific
               when cash-flow-function
                   perform calculate-cash-flow
               when take-home-function
                   perform calculate-take-home
           end-evaluate
           goback
           .
           end-evaluate
           perform write-tape-entry
           .

       calculate-cash-flow section.
           set cash-flow-appraised to false
           move zero to npv-result
           call "cash-flow" using by reference cash-flow-request
           end-call
           if cf-appraisal-done
               move cf-npv to npv-result
               set cash-flow-appraised to true
               perform write-cash-flow-tape-entries
           end-if
           .

      *    One tape entry per result; the expression carries the
      *    full figure as the NPV can exceed the tape result field.
       write-cash-flow-tape-entries section.
           move cf-discount-rate to formatted-cash-flow-rate
           move cf-npv to formatted-cash-flow-npv
           move spaces to cash-flow-expression
           string "NPV AT " delimited by size
                  formatted-cash-flow-rate delimited by size
                  "% =" delimited by size
                  formatted-cash-flow-npv delimited by size
                  into cash-flow-expression
           end-string
           move cf-npv to cash-flow-tape-value
           perform write-cash-flow-tape-entry

           move spaces to cash-flow-expression
           if cf-irr-found
               move cf-irr-percent to formatted-cash-flow-irr
               string "IRR =" delimited by size
                      formatted-cash-flow-irr delimited by size
                      "%" delimited by size
                      into cash-flow-expression
               end-string
               move cf-irr-percent to cash-flow-tape-value
           else
               move "IRR NOT DETERMINED" to cash-flow-expression
               move zero to cash-flow-tape-value
           end-if
           perform write-cash-flow-tape-entry

           move spaces to cash-flow-expression
           if cf-payback-reached
               move cf-payback-periods to formatted-cash-flow-periods
               string "PAYBACK = " delimited by size
                      formatted-cash-flow-periods delimited by size
                      " PERIODS" delimited by size
                      into cash-flow-expression
               end-string
               move cf-payback-periods to cash-flow-tape-value
           else
               move "PAYBACK NOT REACHED" to cash-flow-expression
               move zero to cash-flow-tape-value
           end-if
           perform write-cash-flow-tape-entry

           move spaces to cash-flow-expression
           if cf-disc-payback-reached
               move cf-disc-payback-periods
                   to formatted-cash-flow-periods
               string "DISC PAYBACK = " delimited by size
                      formatted-cash-flow-periods delimited by size
                      " PERIODS" delimited by size
                      into cash-flow-expression
               end-string
               move cf-disc-payback-periods to cash-flow-tape-value
           else
               move "DISC PAYBACK NOT REACHED" to cash-flow-expression
               move zero to cash-flow-tape-value
           end-if
           perform write-cash-flow-tape-entry
           .

       write-cash-flow-tape-entry section.
           if not suppress-tape-entry
               move arithmetic-function to tape-function
               move cf-discount-rate to tape-first-number
               move cf-period-count to tape-second-number
               compute tape-result rounded = cash-flow-tape-value
                   on size error
                       move zero to tape-result
               end-compute
               move function current-date to tape-timestamp
               move cash-flow-expression to tape-expression
               move "N" to tape-refused-flag
               open extend calculation-tape
               write calculation-tape-record
               close calculation-tape
           end-if
           .

       calculate-take-home section.
           set take-home-estimated to false
           move zero to take-home-result
           call "take-home-pay" using by reference take-home-request
           end-call
           if th-estimate-done
               move th-period-net(1) to take-home-result
               set take-home-estimated to true
               perform varying take-home-column from 1 by 1
                       until take-home-column > th-salary-count
                   perform write-take-home-tape-entry
               end-perform
           end-if
           .

      *    One tape entry per salary estimated; the tape result holds
      *    the period net where it fits.
       write-take-home-tape-entry section.
           if not suppress-tape-entry
               move th-annual-gross(take-home-column)
                   to formatted-take-home-gross
               move th-period-net(take-home-column)
                   to formatted-take-home-net
               move spaces to take-home-expression
               string "NET ON" delimited by size
                      formatted-take-home-gross delimited by size
                      " =" delimited by size
                      formatted-take-home-net delimited by size
                      "/PERIOD" delimited by size
                      into take-home-expression
               end-string
               move arithmetic-function to tape-function
               move zero to tape-first-number
               move th-periods-per-year to tape-second-number
               compute tape-result = th-period-net(take-home-column)
                   on size error
                       move zero to tape-result
               end-compute
               move function current-date to tape-timestamp
               move take-home-expression to tape-expression
               move "N" to tape-refused-flag
               open extend calculation-tape
               write calculation-tape-record
               close calculation-tape
           end-if
           .
