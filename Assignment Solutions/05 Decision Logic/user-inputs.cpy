               88  tangent-function        value "T" "t".
               88  unit-conversion-function
                                           value "U" "u".
               88  cash-flow-function      value "N" "n".
               88  take-home-function      value "H" "h".
               88  scientific-function     value "Q" "q" "L" "l"
                                                 "G" "g" "I" "i"
                                                 "C" "c" "T" "t".
