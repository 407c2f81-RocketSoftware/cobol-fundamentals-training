                       call "training-manager"
                            using by reference record-function
                       end-call
                   when expense-function
                       call "expense-claims"
                            using by reference record-function
                       end-call
                   when pension-function
                       call "pension-membership"
                            using by reference record-function
                       end-call
                   when case-function
                       call "case-management"
                            using by reference record-function
                       end-call
                   when exit-function
                       call "employee-record-manager"
                            using by reference record-function
           display "- [8] Transfer an employee between departments"
           display "- [9] Leave recording and balance inquiry"
           display "- [10] Training and certification records"
           display "- [11] Expense claims"
           display "- [12] Pension membership"
           display "- [13] Disciplinary and grievance cases"
           accept selected-function
           .

