
       FD  employee-archive.
       01  archive-record.
           05  archive-employee            pic X(104).
           05  archive-termination-date    pic 9(8).
           05  archive-timestamp           pic X(21).

