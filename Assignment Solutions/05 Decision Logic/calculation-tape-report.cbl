               88  tape-percentage     value "P" "p".
               88  tape-exponent       value "E" "e".
               88  tape-expression-op  value "X" "x".
               88  tape-cash-flow      value "N" "n".
               88  tape-take-home      value "H" "h".
               88  tape-scientific     value "Q" "q" "L" "l"
                                             "G" "g" "I" "i"
                                             "C" "c" "T" "t".
           05  exponent-count          pic 9(5) value 0.
           05  expression-count        pic 9(5) value 0.
           05  scientific-count        pic 9(5) value 0.
           05  cash-flow-count         pic 9(5) value 0.
           05  take-home-count         pic 9(5) value 0.
           05  refused-divide-count    pic 9(5) value 0.
       01  result-totals.
           05  addition-total          pic S9(9)V9(2) value 0.
                   add tape-result to expression-total
               when tape-scientific
                   add 1 to scientific-count
               when tape-cash-flow
                   add 1 to cash-flow-count
               when tape-take-home
                   add 1 to take-home-count
           end-evaluate
           perform display-tape-detail-line
           .
           else
               move spaces to refused-note
           end-if
           evaluate true
               when tape-expression-op
                   display tape-entry-date " " tape-function " "
                           tape-expression " = " formatted-result
               when tape-cash-flow or tape-take-home
                   display tape-entry-date " " tape-function " "
                           tape-expression
               when other
                   display tape-entry-date " " tape-function " "
                           formatted-first " " formatted-second
                           " = " formatted-result " " refused-note
           end-evaluate
           .

       display-tape-summary section.
           display "Exponents:        " exponent-count
           display "Expressions:      " expression-count
           display "Scientific:       " scientific-count
           display "Cash flow results:" cash-flow-count
           display "Take-home results:" take-home-count
           display "Refused divides:  " refused-divide-count
           move addition-total to formatted-total
           display "Total of addition results:    " formatted-total
