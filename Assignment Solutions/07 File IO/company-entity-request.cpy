       01  company-entity-request.
           05  entity-action           pic X.
               88  entity-validate-action  value "V".
               88  entity-file-name-action value "F".
           05  entity-company-code     pic X(2).
           05  entity-operator-id      pic X(8).
           05  entity-base-file-name   pic X(40).
           05  entity-file-name        pic X(40).
           05  entity-company-name     pic X(30).
           05  entity-bank-account     pic X(14).
           05  entity-tax-reference    pic X(12).
           05  entity-primary-flag     pic X.
               88  entity-is-primary       value "Y" false "N".
           05  entity-result           pic X.
               88  entity-accepted         value "Y".
               88  entity-unknown          value "U".
               88  entity-closed           value "C".
               88  entity-not-authorised   value "N".
           05  entity-pay-frequency    pic X.
               88  entity-weekly-payroll   value "W".
