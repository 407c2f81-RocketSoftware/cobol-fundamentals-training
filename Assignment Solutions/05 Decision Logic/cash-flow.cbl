       input-output section.
           select cash-flows
               assign cash-flow-file-name
               organization line sequential
               file status flows-file-status.

       file section.
      *    One line per period, period 0 being the initial outlay,
      *    e.g. 000-00000100000 for an outlay of 1,000.00.
       FD  cash-flows.
       01  cash-flow-record.
           05  flow-period             pic 9(3).
           05  flow-amount             pic S9(9)V9(2)
                                       sign leading separate.

       working-storage section.
       78  MAX-CASH-FLOW-PERIODS       value 100.
       78  DEFAULT-CASH-FLOW-FILE      value "cash-flows.dat".
       01  cash-flow-file-name         pic X(40) value spaces.
       01  flow-table.
           05  flow-count              pic 9(3) value 0.
           05  flow-entry              pic S9(9)V9(2)
                                       occurs MAX-CASH-FLOW-PERIODS.
       01  flow-index                  pic 9(3).
       01  flow-source-entry           pic X value space.
           88  flows-keyed-in          value "K" "k".
           88  flows-from-file         value "F" "f".
       01  entry-raw                   pic X(14).
       01  entry-is-numeric-flag       pic X.
           88  entry-is-numeric        value "Y".
       01  entry-finished-flag         pic X value "N".
           88  entry-finished          value "Y" false "N".
       01  flows-in-error-flag         pic X value "N".
           88  flows-in-error          value "Y" false "N".
       01  display-period              pic 9(3).
       01  positive-flows-flag         pic X value "N".
           88  positive-flow-found     value "Y" false "N".
       01  negative-flows-flag         pic X value "N".
           88  negative-flow-found     value "Y" false "N".
       01  period-rate                 pic S9(3)V9(9).
       01  rate-divisor                pic S9(3)V9(9).
       01  trial-rate                  pic S9(3)V9(9).
       01  trial-npv                   pic S9(13)V9(5).
       01  npv-overflow-flag           pic X value "N".
           88  npv-overflowed          value "Y" false "N".
       01  low-rate                    pic S9(3)V9(9).
       01  low-npv                     pic S9(13)V9(5).
       01  high-rate                   pic S9(3)V9(9).
       01  high-npv                    pic S9(13)V9(5).
       01  irr-bracket-flag            pic X value "N".
           88  irr-bracketed           value "Y" false "N".
       01  bisect-iteration            pic 9(3).
       01  cumulative-flow             pic S9(13)V9(5).
       01  previous-cumulative         pic S9(13)V9(5).
       01  period-flow                 pic S9(13)V9(5).
       01  discount-factor             pic 9(3)V9(12).
       01  payback-work                pic 9(3)V9(2).
       01  payback-found-flag          pic X value "N".
           88  payback-found           value "Y" false "N".
       01  formatted-rate              pic ZZ9.9999.
       01  formatted-npv               pic -(11)9.99.
       01  formatted-irr               pic -(5)9.9999.
       01  formatted-periods           pic ZZ9.99.
       01  flows-read-status           pic 9 value 0.
           88  end-of-flows            value 1 false 0.
       01  flows-file-status.
           05  flows-status-key-1      pic X.
           05  flows-status-key-2      pic X.

       linkage section.
       copy cash-flow-request.

       procedure division using by reference cash-flow-request.
           initialize cash-flow-request
           set cf-appraisal-abandoned to true
           move zero to flow-count
           set flows-in-error to false
           display "===== Cash Flow Appraisal ====="
           display "Enter the discount rate per period "
                   "(e.g. 8.5 for 8.5%):"
           perform accept-numeric-entry
           if not entry-is-numeric
               display "Rate must be numeric - appraisal cancelled."
               goback
           end-if
           compute cf-discount-rate = function numval(
               function trim(entry-raw))
               on size error
                   display "Rate must be between 0 and 999.9999% - "
                           "appraisal cancelled."
                   goback
           end-compute

           display "Cash flows - [K]ey them in or read them from a "
                   "[F]ile?"
           move space to flow-source-entry
           accept flow-source-entry
           evaluate true
               when flows-keyed-in
                   perform key-in-cash-flows
               when flows-from-file
                   perform read-cash-flow-file
               when other
                   display "Invalid choice - appraisal cancelled."
                   set flows-in-error to true
           end-evaluate
           if flows-in-error
               goback
           end-if
           if flow-count < 2
               display "At least an outlay and one later cash flow "
                       "are needed - appraisal cancelled."
               goback
           end-if

           compute cf-period-count = flow-count - 1
           compute period-rate = cf-discount-rate / 100
           perform calculate-net-present-value
           perform find-internal-rate
           perform find-payback-periods
           perform find-discounted-payback
           set cf-appraisal-done to true
           perform display-appraisal-results
           goback
           .

       accept-numeric-entry section.
           move spaces to entry-raw
           accept entry-raw
           call "verify-numeric-variable"
                   using by reference entry-raw
                         by reference entry-is-numeric-flag
           .

      *    Period 0 is the outlay; entry stops at a blank line or
      *    when the table is full.
       key-in-cash-flows section.
           set entry-finished to false
           perform until entry-finished or flows-in-error
               move flow-count to display-period
               if flow-count = zero
                   display "Enter the cash flow for period 000 "
                           "(the outlay, negative for money out):"
               else
                   display "Enter the cash flow for period "
                           display-period " (blank to finish):"
               end-if
               perform accept-numeric-entry
               evaluate true
                   when entry-raw = spaces
                       set entry-finished to true
                   when not entry-is-numeric
                       display "Cash flows must be numeric - "
                               "appraisal cancelled."
                       set flows-in-error to true
                   when other
                       add 1 to flow-count
                       compute flow-entry(flow-count) =
                           function numval(function trim(entry-raw))
                           on size error
                               display "Cash flow is too large - "
                                       "appraisal cancelled."
                               set flows-in-error to true
                       end-compute
                       if flow-count >= MAX-CASH-FLOW-PERIODS
                           display "Period table full - "
                                   "entry finished."
                           set entry-finished to true
                       end-if
               end-evaluate
           end-perform
           .

      *    Periods may be in any order; a period missing from the
      *    file counts as a zero cash flow.
       read-cash-flow-file section.
           display "Enter the cash flow file name "
                   "[" DEFAULT-CASH-FLOW-FILE "]:"
           move spaces to cash-flow-file-name
           accept cash-flow-file-name
           if cash-flow-file-name = spaces
               move DEFAULT-CASH-FLOW-FILE to cash-flow-file-name
           end-if
           open input cash-flows
           if flows-status-key-1 not = "0"
               display "Error code " flows-file-status " opening "
                       function trim(cash-flow-file-name) "."
               set flows-in-error to true
           else
               perform varying flow-index from 1 by 1
                       until flow-index > MAX-CASH-FLOW-PERIODS
                   move zero to flow-entry(flow-index)
               end-perform
               set end-of-flows to false
               perform until end-of-flows or flows-in-error
                   read cash-flows
                       at end
                           set end-of-flows to true
                       not at end
                           perform store-file-cash-flow
                   end-read
               end-perform
               close cash-flows
           end-if
           .

       store-file-cash-flow section.
           if flow-period not numeric or flow-amount not numeric
               display "Invalid line on "
                       function trim(cash-flow-file-name)
                       " - appraisal cancelled."
               set flows-in-error to true
           else
               if flow-period >= MAX-CASH-FLOW-PERIODS
                   display "Period " flow-period " is beyond the "
                           "last period allowed - appraisal "
                           "cancelled."
                   set flows-in-error to true
               else
                   compute flow-index = flow-period + 1
                   add flow-amount to flow-entry(flow-index)
                   if flow-index > flow-count
                       move flow-index to flow-count
                   end-if
               end-if
           end-if
           .

      *    Discounts the flows at trial-rate, working back from the
      *    last period so each flow is divided once per period.
       calculate-npv-at-rate section.
           set npv-overflowed to false
           move zero to trial-npv
           compute rate-divisor = 1 + trial-rate
           perform varying flow-index from flow-count by -1
                   until flow-index < 1 or npv-overflowed
               compute trial-npv =
                   trial-npv / rate-divisor + flow-entry(flow-index)
                   on size error
                       set npv-overflowed to true
               end-compute
           end-perform
           .

       calculate-net-present-value section.
           move period-rate to trial-rate
           perform calculate-npv-at-rate
           if npv-overflowed
               display "Net present value is too large to hold."
           else
               compute cf-npv rounded = trial-npv
                   on size error
                       display "Net present value is too large to "
                               "hold."
               end-compute
           end-if
           .

      *    The rate is bracketed between 0% and 1000% first, then
      *    searched downwards for a negative return, and narrowed by
      *    halving the bracket.
       find-internal-rate section.
           set cf-irr-found to false
           set positive-flow-found to false
           set negative-flow-found to false
           perform varying flow-index from 1 by 1
                   until flow-index > flow-count
               evaluate true
                   when flow-entry(flow-index) > zero
                       set positive-flow-found to true
                   when flow-entry(flow-index) < zero
                       set negative-flow-found to true
               end-evaluate
           end-perform
           if not positive-flow-found or not negative-flow-found
               display "Cash flows need money both out and in for "
                       "an internal rate of return."
           else
               perform bracket-internal-rate
               if irr-bracketed
                   perform bisect-internal-rate
               else
                   display "No internal rate of return found "
                           "between -90% and 1000%."
               end-if
           end-if
           .

       bracket-internal-rate section.
           set irr-bracketed to false
           move zero to trial-rate
           perform calculate-npv-at-rate
           move trial-rate to low-rate
           move trial-npv to low-npv
           move 10 to trial-rate
           perform calculate-npv-at-rate
           move trial-rate to high-rate
           move trial-npv to high-npv
           perform check-irr-bracket
           perform until irr-bracketed or low-rate <= -0.9
                   or npv-overflowed
               move low-rate to high-rate
               move low-npv to high-npv
               compute trial-rate = low-rate - 0.1
               perform calculate-npv-at-rate
               if not npv-overflowed
                   move trial-rate to low-rate
                   move trial-npv to low-npv
                   perform check-irr-bracket
               end-if
           end-perform
           .

       check-irr-bracket section.
           if (low-npv <= zero and high-npv >= zero)
                   or (low-npv >= zero and high-npv <= zero)
               set irr-bracketed to true
           end-if
           .

       bisect-internal-rate section.
           evaluate true
               when low-npv = zero
                   move low-rate to trial-rate
                   set cf-irr-found to true
               when high-npv = zero
                   move high-rate to trial-rate
                   set cf-irr-found to true
           end-evaluate
           perform varying bisect-iteration from 1 by 1
                   until bisect-iteration > 60 or cf-irr-found
               compute trial-rate = (low-rate + high-rate) / 2
               perform calculate-npv-at-rate
               evaluate true
                   when trial-npv = zero
                           or high-rate - low-rate < 0.0000001
                       set cf-irr-found to true
                   when (trial-npv < zero and low-npv < zero)
                           or (trial-npv > zero and low-npv > zero)
                       move trial-rate to low-rate
                       move trial-npv to low-npv
                   when other
                       move trial-rate to high-rate
                       move trial-npv to high-npv
               end-evaluate
           end-perform
           set cf-irr-found to true
           compute cf-irr-percent rounded = trial-rate * 100
           .

      *    Payback is the first point the running total of cash
      *    flows stops being negative, interpolated within the period.
       find-payback-periods section.
           set payback-found to false
           move zero to cumulative-flow
           perform varying flow-index from 1 by 1
                   until flow-index > flow-count or payback-found
               move flow-entry(flow-index) to period-flow
               perform accumulate-payback-flow
           end-perform
           if payback-found
               set cf-payback-reached to true
               move payback-work to cf-payback-periods
           end-if
           .

      *    As payback, but on each flow discounted back to period 0.
       find-discounted-payback section.
           set payback-found to false
           move zero to cumulative-flow
           move 1 to discount-factor
           compute rate-divisor = 1 + period-rate
           perform varying flow-index from 1 by 1
                   until flow-index > flow-count or payback-found
               compute period-flow rounded =
                   flow-entry(flow-index) * discount-factor
               perform accumulate-payback-flow
               compute discount-factor rounded =
                   discount-factor / rate-divisor
           end-perform
           if payback-found
               set cf-disc-payback-reached to true
               move payback-work to cf-disc-payback-periods
           end-if
           .

       accumulate-payback-flow section.
           move cumulative-flow to previous-cumulative
           add period-flow to cumulative-flow
           evaluate true
               when flow-index = 1 and cumulative-flow >= zero
                   move zero to payback-work
                   set payback-found to true
               when previous-cumulative < zero
                       and cumulative-flow >= zero
                   compute payback-work rounded =
                       (zero - previous-cumulative) / period-flow
                   add flow-index to payback-work
                   subtract 2 from payback-work
                   set payback-found to true
           end-evaluate
           .

       display-appraisal-results section.
           move cf-discount-rate to formatted-rate
           move cf-npv to formatted-npv
           display "Periods after the outlay: " cf-period-count
           display "Net present value at " formatted-rate "%: "
                   formatted-npv
           if cf-irr-found
               move cf-irr-percent to formatted-irr
               display "Internal rate of return: " formatted-irr "%"
           else
               display "Internal rate of return: not determined"
           end-if
           if cf-payback-reached
               move cf-payback-periods to formatted-periods
               display "Payback period: " formatted-periods
                       " periods"
           else
               display "Payback period: not reached"
           end-if
           if cf-disc-payback-reached
               move cf-disc-payback-periods to formatted-periods
               display "Discounted payback: " formatted-periods
                       " periods"
           else
               display "Discounted payback: not reached"
           end-if
           .
