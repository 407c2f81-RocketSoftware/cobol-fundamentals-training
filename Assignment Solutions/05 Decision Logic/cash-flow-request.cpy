       01  cash-flow-request.
           05  cf-discount-rate        pic 9(3)V9(4).
           05  cf-period-count         pic 9(3).
           05  cf-result-flag          pic X.
               88  cf-appraisal-done   value "Y".
               88  cf-appraisal-abandoned value "N".
           05  cf-npv                  pic S9(11)V9(2).
           05  cf-irr-flag             pic X.
               88  cf-irr-found        value "Y" false "N".
           05  cf-irr-percent          pic S9(5)V9(4).
           05  cf-payback-flag         pic X.
               88  cf-payback-reached  value "Y" false "N".
           05  cf-payback-periods      pic 9(3)V9(2).
           05  cf-disc-payback-flag    pic X.
               88  cf-disc-payback-reached value "Y" false "N".
           05  cf-disc-payback-periods pic 9(3)V9(2).
