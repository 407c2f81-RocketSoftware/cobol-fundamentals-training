       01  onboarding-task-record.
           05  task-key.
               10  task-employee-number    pic 9(5).
               10  task-number             pic 9(2).
           05  task-description            pic X(30).
           05  task-owner                  pic X(8).
           05  task-due-date               pic 9(8).
           05  task-mandatory              pic X.
               88  task-is-mandatory       value "Y".
           05  task-status                 pic X.
               88  task-open               value "O".
               88  task-done               value "D".
               88  task-waived             value "W".
           05  task-generated-date         pic 9(8).
           05  task-completed-by           pic X(8).
           05  task-completed-timestamp    pic X(21).
