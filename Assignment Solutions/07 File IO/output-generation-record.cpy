       01  output-generation-record.
           05  generation-key.
               10  generation-base-name    pic X(40).
               10  generation-entry-number pic 9(4).
           05  generation-entry-file-name  pic X(50).
           05  generation-run-date     pic 9(8).
           05  generation-period       pic 9(6).
           05  generation-record-count pic 9(7).
           05  generation-program      pic X(30).
           05  generation-created-timestamp    pic X(21).
           05  generation-status       pic X.
               88  generation-held         value "K".
               88  generation-expired      value "E".
           05  generation-expired-timestamp    pic X(21).
           05  generation-restore-count    pic 9(3).
           05  generation-restored-by  pic X(8).
           05  generation-restored-timestamp   pic X(21).
