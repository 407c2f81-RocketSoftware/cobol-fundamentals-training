       input-output section.
           select generation-catalog
               assign "output-generation-catalog.dat"
               organization indexed
               access dynamic
               record key generation-key
               file status catalog-file-status.
           select output-retention
               assign "output-retention.dat"
               organization indexed
               access random
               record key retention-file-name
               file status retention-file-status.

       file section.
       FD  generation-catalog.
       copy output-generation-record.

       FD  output-retention.
       01  output-retention-record.
           05  retention-file-name     pic X(40).
           05  retention-generations   pic 9(3).
           05  retention-set-by        pic X(8).
           05  retention-set-timestamp pic X(21).

      *    Files with no retention entry keep this many generations.
      *    An entry of zero keeps every generation.
       working-storage section.
       78  DEFAULT-RETENTION           value 12.
       01  generations-to-keep         pic 9(3).
       01  generations-held            pic 9(4).
       01  generations-over            pic 9(4).
       01  highest-generation          pic 9(4).
       01  generation-edit             pic 9(4).
       01  copy-from-name              pic X(51).
       01  copy-to-name                pic X(51).
       01  delete-file-name            pic X(51).
       01  file-routine-status         pic 9(4) comp-5.
       01  generation-read-status      pic 9 value 0.
           88  end-of-generations      value 1 false 0.
       01  catalog-file-status.
           05  catalog-status-key-1    pic X.
           05  catalog-status-key-2    pic X.
       01  retention-file-status.
           05  retention-status-key-1  pic X.
           05  retention-status-key-2  pic X.

       linkage section.
       copy output-generation-request.

       procedure division using by reference output-generation-request.
           set generation-not-kept to true
           move zero to keep-generation-number
           move zero to keep-generations-expired
           move spaces to keep-generation-file-name
           open i-o generation-catalog
           if catalog-status-key-1 = "3"
               open output generation-catalog
               close generation-catalog
               open i-o generation-catalog
           end-if
           if catalog-status-key-1 not = "0"
               display "Error code " catalog-file-status
                       " opening output-generation-catalog.dat - "
                       keep-base-file-name " not kept."
               goback
           end-if
           perform find-highest-generation
           compute keep-generation-number = highest-generation + 1
           evaluate true
               when keep-copy-action
                   perform copy-to-generation-file
               when keep-in-place-action
                   move keep-source-file-name
                       to keep-generation-file-name
                   set generation-kept to true
           end-evaluate
           if generation-kept
               perform catalog-new-generation
               perform expire-old-generations
           end-if
           close generation-catalog
           goback
           .

       find-highest-generation section.
           move zero to highest-generation
           move keep-base-file-name to generation-base-name
           move zero to generation-entry-number
           set end-of-generations to false
           start generation-catalog
                   key is greater than generation-key
               invalid key
                   set end-of-generations to true
           end-start
           perform until end-of-generations
               read generation-catalog next record
                   at end
                       set end-of-generations to true
                   not at end
                       if generation-base-name
                               not = keep-base-file-name
                           set end-of-generations to true
                       else
                           move generation-entry-number
                               to highest-generation
                       end-if
               end-read
           end-perform
           .

      *    The live file stays where its readers expect it; the
      *    generation is a copy alongside it, e.g. gl-journal.dat.g0007.
       copy-to-generation-file section.
           move keep-generation-number to generation-edit
           string function trim(keep-base-file-name)
                      delimited by size
                  ".g" delimited by size
                  generation-edit delimited by size
                  into keep-generation-file-name
           end-string
           move spaces to copy-from-name
           move spaces to copy-to-name
           move keep-base-file-name to copy-from-name
           move keep-generation-file-name to copy-to-name
           call "CBL_COPY_FILE" using copy-from-name copy-to-name
               returning file-routine-status
           end-call
           if file-routine-status = zero
               set generation-kept to true
           else
               display "Error code " file-routine-status
                       " keeping a generation of "
                       function trim(keep-base-file-name) "."
               move spaces to keep-generation-file-name
               move zero to keep-generation-number
           end-if
           .

       catalog-new-generation section.
           initialize output-generation-record
           move keep-base-file-name to generation-base-name
           move keep-generation-number to generation-entry-number
           move keep-generation-file-name
               to generation-entry-file-name
           move function current-date(1:8) to generation-run-date
           move keep-period to generation-period
           move keep-record-count to generation-record-count
           move keep-program-name to generation-program
           move function current-date
               to generation-created-timestamp
           set generation-held to true
           write output-generation-record
               invalid key
                   display "Generation " keep-generation-number
                           " of " function trim(keep-base-file-name)
                           " already catalogued."
           end-write
           .

      *    Oldest generations go first once a file holds more than
      *    its retention count.
       expire-old-generations section.
           move DEFAULT-RETENTION to generations-to-keep
           open input output-retention
           if retention-status-key-1 = "0"
               move keep-base-file-name to retention-file-name
               read output-retention
                   not invalid key
                       move retention-generations
                           to generations-to-keep
               end-read
               close output-retention
           end-if
           if generations-to-keep > zero
               move zero to generations-held
               perform browse-base-generations
               perform until end-of-generations
                   if generation-held
                       add 1 to generations-held
                   end-if
                   perform read-next-base-generation
               end-perform
               if generations-held > generations-to-keep
                   perform expire-surplus-generations
               end-if
           end-if
           .

       expire-surplus-generations section.
           compute generations-over =
               generations-held - generations-to-keep
           perform browse-base-generations
           perform until end-of-generations or generations-over = zero
               if generation-held
                   perform expire-one-generation
               end-if
               perform read-next-base-generation
           end-perform
           .

       browse-base-generations section.
           move keep-base-file-name to generation-base-name
           move zero to generation-entry-number
           set end-of-generations to false
           start generation-catalog
                   key is greater than generation-key
               invalid key
                   set end-of-generations to true
           end-start
           if not end-of-generations
               perform read-next-base-generation
           end-if
           .

       read-next-base-generation section.
           read generation-catalog next record
               at end
                   set end-of-generations to true
               not at end
                   if generation-base-name not = keep-base-file-name
                       set end-of-generations to true
                   end-if
           end-read
           .

       expire-one-generation section.
           move spaces to delete-file-name
           move generation-entry-file-name to delete-file-name
           call "CBL_DELETE_FILE" using delete-file-name
               returning file-routine-status
           end-call
           set generation-expired to true
           move function current-date to generation-expired-timestamp
           rewrite output-generation-record
               invalid key
                   display "Error code " catalog-file-status
                           " expiring " generation-entry-file-name
           end-rewrite
           add 1 to keep-generations-expired
           subtract 1 from generations-over
           .
