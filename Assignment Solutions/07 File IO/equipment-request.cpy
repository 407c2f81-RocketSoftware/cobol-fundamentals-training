       01  equipment-request.
           05  equipment-employee-number   pic 9(5).
           05  equipment-items-outstanding pic 9(3).
           05  equipment-value-outstanding pic 9(7)V9(2).
