       input-output section.
           select pay-period-calendar
               assign calendar-file-name
               organization indexed
               access dynamic
               record key calendar-period
       01  calendar-file-status.
           05  calendar-status-key-1   pic X.
           05  calendar-status-key-2   pic X.
       01  calendar-company-entry      pic X(2) value spaces.
       01  calendar-frequency          pic X value "M".
           88  weekly-calendar         value "W".
           88  valid-calendar-frequency values "M" "W".
       01  first-week-ending-entry     pic 9(8) value 0.
       01  pay-day-offset-entry        pic 9 value 0.
       01  week-number                 pic 9(2).
       01  week-ending-integer         pic 9(8).
       01  calendar-file-name          pic X(40)
                                       value "pay-period-calendar.dat".

       copy company-entity-request.

      *    Each company keeps its own pay-period calendar, and a
      *    separate weekly calendar for staff paid weekly.
       procedure division.
           display "Please enter the company code (blank for the "
                   "primary employer):"
           accept calendar-company-entry
           move calendar-company-entry to entity-company-code
           move spaces to entity-operator-id
           set entity-validate-action to true
           call "company-entity" using company-entity-request
           if not entity-accepted
               display "Company " calendar-company-entry
                       " is not an active company."
               goback
           end-if
           display "Please enter the pay frequency - M for monthly, "
                   "W for weekly (blank for monthly):"
           move spaces to calendar-frequency
           accept calendar-frequency
           if calendar-frequency = space
               move "M" to calendar-frequency
           end-if
           if not valid-calendar-frequency
               display "Pay frequency " calendar-frequency " is not "
                       "M or W."
               goback
           end-if
           move calendar-frequency to entity-pay-frequency
           set entity-file-name-action to true
           move calendar-file-name to entity-base-file-name
           call "company-entity" using company-entity-request
           move entity-file-name to calendar-file-name
           if weekly-calendar
               display "Weekly pay-period calendar for company "
                       entity-company-code " " entity-company-name
           else
               display "Pay-period calendar for company "
                       entity-company-code " " entity-company-name
           end-if

           open i-o pay-period-calendar
           if calendar-status-key-1 = "3"
               open output pay-period-calendar
           .

       prompt-for-period-number section.
           if weekly-calendar
               display "Please enter a week (yyyyww):"
           else
               display "Please enter a period (yyyymm):"
           end-if
           accept calendar-period
           .

           if calendar-year-entry = zero
               display "No year entered - set-up cancelled."
           else
               if weekly-calendar
                   perform set-up-weekly-periods
               else
                   perform set-up-monthly-periods
               end-if
           end-if
           .

       set-up-monthly-periods section.
           display "Please enter the planned pay day of each "
                   "month (e.g. 25):"
           move zero to pay-day-entry
           accept pay-day-entry
           if pay-day-entry = zero or pay-day-entry > 28
               display "Pay day must be between 1 and 28 - "
                       "set-up cancelled."
           else
               move zero to periods-created
               move zero to periods-skipped
               perform varying month-number from 1 by 1
                       until month-number > PERIODS-PER-YEAR
                   perform create-one-period
               end-perform
               display periods-created " periods created, "
                       periods-skipped " already on file."
           end-if
           .

      *    Weekly periods are numbered yyyyww. Week 01 ends on the
      *    first week-ending date entered and the weeks run on for
      *    as long as they end within the year.
       set-up-weekly-periods section.
           display "Please enter the first week-ending date of the "
                   "year (yyyymmdd):"
           move zero to first-week-ending-entry
           accept first-week-ending-entry
           if function test-date-yyyymmdd(first-week-ending-entry)
                   not = 0
               or first-week-ending-entry(1:4)
                   not = calendar-year-entry
               display "Not a valid week-ending date in "
                       calendar-year-entry " - set-up cancelled."
           else
               display "Please enter the days from the week end to "
                       "pay day (0 to 6):"
               move zero to pay-day-offset-entry
               accept pay-day-offset-entry
               if pay-day-offset-entry > 6
                   display "Pay day must fall within 6 days of the "
                           "week end - set-up cancelled."
               else
                   move zero to periods-created
                   move zero to periods-skipped
                   compute week-ending-integer =
                       function integer-of-date(first-week-ending-entry)
                   move first-week-ending-entry to work-date
                   perform varying week-number from 1 by 1
                           until work-date(1:4)
                               not = calendar-year-entry
                       perform create-one-week
                       add 7 to week-ending-integer
                       compute work-date =
                           function date-of-integer(week-ending-integer)
                   end-perform
                   display periods-created " weeks created, "
                           periods-skipped " already on file."
               end-if
           end-if
           .

       create-one-week section.
           compute calendar-period =
               calendar-year-entry * 100 + week-number
           move work-date to calendar-end-date
           compute calendar-start-date =
               function date-of-integer(week-ending-integer - 6)
           compute calendar-pay-date =
               function date-of-integer(
                   week-ending-integer + pay-day-offset-entry)
           set period-open to true
           write pay-period-record
               invalid key
                   add 1 to periods-skipped
               not invalid key
                   add 1 to periods-created
           end-write
           .

       create-one-period section.
           compute calendar-period =
               calendar-year-entry * 100 + month-number
