           05  cosine-result               pic S9(5)V9(2).
           05  tangent-result              pic S9(5)V9(2).
           05  conversion-result           pic S9(5)V9(2).
           05  npv-result                  pic S9(11)V9(2).
           05  cash-flow-result-flag       pic X.
               88  cash-flow-appraised     value "Y" false "N".
           05  take-home-result            pic S9(7)V9(2).
           05  take-home-result-flag       pic X.
               88  take-home-estimated     value "Y" false "N".
