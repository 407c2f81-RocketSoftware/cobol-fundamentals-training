           05  catalog-status-key-1    pic X.
           05  catalog-status-key-2    pic X.

       copy output-generation-request.

       linkage section.
       copy report-catalog-request.

                   to catalog-entry-timestamp
               write report-catalog-record
               close report-catalog
               perform keep-report-generation
           end-if
           .

      *    Each versioned report is already a file of its own; it is
      *    registered as a generation so the retention count applies.
       keep-report-generation section.
           set keep-in-place-action to true
           move catalog-base-file-name to keep-base-file-name
           move catalog-output-file-name to keep-source-file-name
           move catalog-report-name to keep-program-name
           move zero to keep-period
           move catalog-line-count to keep-record-count
           call "output-generations" using output-generation-request
           .
