       01  output-generation-request.
           05  keep-action             pic X.
               88  keep-copy-action        value "K".
               88  keep-in-place-action    value "P".
           05  keep-base-file-name     pic X(40).
           05  keep-source-file-name   pic X(50).
           05  keep-program-name       pic X(30).
           05  keep-period             pic 9(6).
           05  keep-record-count       pic 9(7).
           05  keep-generation-number  pic 9(4).
           05  keep-generation-file-name   pic X(50).
           05  keep-generations-expired    pic 9(3).
           05  keep-result             pic X.
               88  generation-kept         value "Y".
               88  generation-not-kept     value "N".
