       01  company-master-record.
           05  master-company-code     pic X(2).
           05  master-company-name     pic X(30).
           05  master-company-bank-account pic X(14).
           05  master-company-tax-reference    pic X(12).
           05  master-company-primary  pic X.
               88  master-primary-company  value "Y".
           05  master-company-status   pic X.
               88  master-company-active   value "A".
               88  master-company-closed   value "C".
