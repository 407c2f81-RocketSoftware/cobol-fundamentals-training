       copy employee-record.

       FD  backup-file.
       01  backup-record               pic X(104).

       working-storage section.
       01  backup-file-name            pic X(32).
