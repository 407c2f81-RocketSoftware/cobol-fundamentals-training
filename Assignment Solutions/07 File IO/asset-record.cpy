       01  asset-record.
           05  asset-tag               pic X(10).
           05  asset-type              pic X(8).
               88  valid-asset-type    values "LAPTOP" "PHONE" "KEYS"
                                              "ID-BADGE" "OTHER".
           05  asset-description       pic X(30).
           05  asset-value             pic 9(5)V9(2).
           05  asset-issued-to         pic 9(5).
           05  asset-issue-date        pic 9(8).
           05  asset-return-date       pic 9(8).
           05  asset-status            pic X.
               88  asset-in-store      value "S".
               88  asset-issued        value "I".
               88  asset-written-off   value "W".
