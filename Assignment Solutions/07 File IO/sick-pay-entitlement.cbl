       input-output section.
           select sick-pay-scheme
               assign "sick-pay-scheme.dat"
               organization indexed
               access dynamic
               record key scheme-service-months
               file status scheme-file-status.
           select sickness-absence
               assign "sickness-absence.dat"
               organization sequential
               file status sickness-file-status.

       file section.
       FD  sick-pay-scheme.
       01  sick-pay-scheme-record.
           05  scheme-service-months   pic 9(3).
           05  scheme-full-pay-weeks   pic 9(2).
           05  scheme-half-pay-weeks   pic 9(2).

       FD  sickness-absence.
       01  sickness-absence-record.
           05  sickness-employee-number pic 9(5).
           05  sickness-first-day      pic 9(8).
           05  sickness-last-day       pic 9(8).
           05  sickness-certified      pic X.
           05  sickness-reason-code    pic X(4).
           05  sickness-operator-id    pic X(8).
           05  sickness-timestamp      pic X(21).

      *    The band is the scheme entry with the longest service that
      *    the employee has completed at the start of the period.
      *    Sickness in the rolling year before the period uses up full
      *    pay first, then half pay; working days sick in the period
      *    are then paid from what is left, and the rest is unpaid.
       working-storage section.
       78  MAX-SPELLS                  value 30.
       78  WORKING-DAYS-PER-WEEK       value 5.
       78  DAYS-IN-ROLLING-YEAR        value 365.
       01  service-date-work.
           05  service-year            pic 9(4).
           05  service-month           pic 9(2).
           05  service-day             pic 9(2).
       01  hire-date-work.
           05  hire-year               pic 9(4).
           05  hire-month              pic 9(2).
           05  hire-day                pic 9(2).
       01  service-month-count         pic S9(5).
       01  date-integer                pic 9(8).
       01  day-before-period           pic 9(8).
       01  count-from-date             pic 9(8).
       01  count-to-date               pic 9(8).
       01  counted-days                pic 9(3).
       01  spell-before-days           pic 9(3).
       01  spell-period-days           pic 9(3).
       01  days-before-period          pic 9(3).
       01  days-in-period              pic 9(3).
       01  days-to-allocate            pic 9(3).
       01  full-left-at-start          pic 9(3).
       01  half-left-at-start          pic 9(3).
       01  scheme-read-status          pic 9 value 0.
           88  end-of-scheme           value 1 false 0.
       01  sickness-read-status        pic 9 value 0.
           88  end-of-sickness         value 1 false 0.
       01  scheme-file-status.
           05  scheme-status-key-1     pic X.
           05  scheme-status-key-2     pic X.
       01  sickness-file-status.
           05  sickness-status-key-1   pic X.
           05  sickness-status-key-2   pic X.
       copy business-day-request.

       linkage section.
       copy sick-pay-request.

       procedure division using by reference sick-pay-request.
           move zero to sick-pay-window-start
           move zero to sick-pay-service-months
           move zero to sick-pay-band-months
           move zero to sick-pay-full-entitlement
           move zero to sick-pay-half-entitlement
           move zero to sick-pay-full-used
           move zero to sick-pay-half-used
           move zero to sick-pay-nil-used
           move zero to sick-pay-period-full-days
           move zero to sick-pay-period-half-days
           move zero to sick-pay-period-nil-days
           move zero to sick-pay-full-remaining
           move zero to sick-pay-half-remaining
           move zero to sick-pay-spell-count
           move zero to sick-pay-spells-dropped
           set sick-pay-band-found to false
           if function test-date-yyyymmdd(sick-pay-period-start) not = 0
                   or function test-date-yyyymmdd(sick-pay-period-end)
                       not = 0
                   or sick-pay-period-end < sick-pay-period-start
               set sick-pay-range-invalid to true
               goback
           end-if
           perform calculate-service-months
           perform find-service-band
           if sick-pay-no-scheme
               goback
           end-if
           perform total-sickness-days
           perform allocate-sickness-days
           goback
           .

       calculate-service-months section.
           compute date-integer =
               function integer-of-date(sick-pay-period-start)
               - DAYS-IN-ROLLING-YEAR
           compute sick-pay-window-start =
               function date-of-integer(date-integer)
           compute date-integer =
               function integer-of-date(sick-pay-period-start) - 1
           compute day-before-period =
               function date-of-integer(date-integer)
           if sick-pay-hire-date > zero
                   and sick-pay-hire-date < sick-pay-period-start
               move sick-pay-period-start to service-date-work
               move sick-pay-hire-date to hire-date-work
               compute service-month-count =
                   (service-year - hire-year) * 12
                   + service-month - hire-month
               if service-day < hire-day
                   subtract 1 from service-month-count
               end-if
               if service-month-count > zero
                   move service-month-count to sick-pay-service-months
               end-if
           end-if
           .

       find-service-band section.
           open input sick-pay-scheme
           if scheme-status-key-1 not = "0"
               set sick-pay-no-scheme to true
           else
               set sick-pay-calculated to true
               set end-of-scheme to false
               move zero to scheme-service-months
               start sick-pay-scheme
                       key is not less than scheme-service-months
                   invalid key
                       set end-of-scheme to true
               end-start
               perform until end-of-scheme
                   read sick-pay-scheme next record
                       at end
                           set end-of-scheme to true
                       not at end
                           if scheme-service-months
                                   > sick-pay-service-months
                               set end-of-scheme to true
                           else
                               set sick-pay-band-found to true
                               move scheme-service-months
                                   to sick-pay-band-months
                               compute sick-pay-full-entitlement =
                                   scheme-full-pay-weeks
                                   * WORKING-DAYS-PER-WEEK
                               compute sick-pay-half-entitlement =
                                   scheme-half-pay-weeks
                                   * WORKING-DAYS-PER-WEEK
                           end-if
                   end-read
               end-perform
               close sick-pay-scheme
           end-if
           .

       total-sickness-days section.
           move zero to days-before-period
           move zero to days-in-period
           open input sickness-absence
           if sickness-status-key-1 = "0"
               set end-of-sickness to false
               perform until end-of-sickness
                   read sickness-absence
                       at end
                           set end-of-sickness to true
                       not at end
                           if sickness-employee-number
                                   = sick-pay-employee-number
                                   and sickness-last-day
                                       not < sick-pay-window-start
                                   and sickness-first-day
                                       not > sick-pay-period-end
                               perform count-one-spell
                           end-if
                   end-read
               end-perform
               close sickness-absence
           end-if
           .

      *    Only working days count against the entitlement - weekends
      *    and public holidays inside a spell are not sick days.
       count-one-spell section.
           move zero to spell-before-days
           move zero to spell-period-days
           if sickness-first-day < sick-pay-period-start
               move sickness-first-day to count-from-date
               if count-from-date < sick-pay-window-start
                   move sick-pay-window-start to count-from-date
               end-if
               move sickness-last-day to count-to-date
               if count-to-date > day-before-period
                   move day-before-period to count-to-date
               end-if
               perform count-working-days
               move counted-days to spell-before-days
           end-if
           if sickness-last-day not < sick-pay-period-start
               move sickness-first-day to count-from-date
               if count-from-date < sick-pay-period-start
                   move sick-pay-period-start to count-from-date
               end-if
               move sickness-last-day to count-to-date
               if count-to-date > sick-pay-period-end
                   move sick-pay-period-end to count-to-date
               end-if
               perform count-working-days
               move counted-days to spell-period-days
           end-if
           add spell-before-days to days-before-period
           add spell-period-days to days-in-period
           if sick-pay-spell-count < MAX-SPELLS
               add 1 to sick-pay-spell-count
               move sickness-first-day
                   to sick-pay-spell-first(sick-pay-spell-count)
               move sickness-last-day
                   to sick-pay-spell-last(sick-pay-spell-count)
               compute sick-pay-spell-days(sick-pay-spell-count) =
                   spell-before-days + spell-period-days
               move sickness-certified
                   to sick-pay-spell-certified(sick-pay-spell-count)
               move sickness-reason-code
                   to sick-pay-spell-reason(sick-pay-spell-count)
               if spell-period-days > zero
                   set sick-pay-spell-in-period(sick-pay-spell-count)
                       to true
               else
                   set sick-pay-spell-before(sick-pay-spell-count)
                       to true
               end-if
           else
               add 1 to sick-pay-spells-dropped
           end-if
           .

       count-working-days section.
           move zero to counted-days
           if count-from-date not > count-to-date
               set bd-count-request to true
               move count-from-date to bd-start-date
               move count-to-date to bd-end-date
               move zero to bd-day-count
               call "business-days"
                       using by reference business-day-request
               end-call
               if bd-day-count > zero
                   move bd-day-count to counted-days
               end-if
           end-if
           .

       allocate-sickness-days section.
           move days-before-period to days-to-allocate
           if days-to-allocate > sick-pay-full-entitlement
               move sick-pay-full-entitlement to sick-pay-full-used
           else
               move days-to-allocate to sick-pay-full-used
           end-if
           subtract sick-pay-full-used from days-to-allocate
           if days-to-allocate > sick-pay-half-entitlement
               move sick-pay-half-entitlement to sick-pay-half-used
           else
               move days-to-allocate to sick-pay-half-used
           end-if
           subtract sick-pay-half-used from days-to-allocate
           move days-to-allocate to sick-pay-nil-used
           compute full-left-at-start =
               sick-pay-full-entitlement - sick-pay-full-used
           compute half-left-at-start =
               sick-pay-half-entitlement - sick-pay-half-used

           move days-in-period to days-to-allocate
           if days-to-allocate > full-left-at-start
               move full-left-at-start to sick-pay-period-full-days
           else
               move days-to-allocate to sick-pay-period-full-days
           end-if
           subtract sick-pay-period-full-days from days-to-allocate
           if days-to-allocate > half-left-at-start
               move half-left-at-start to sick-pay-period-half-days
           else
               move days-to-allocate to sick-pay-period-half-days
           end-if
           subtract sick-pay-period-half-days from days-to-allocate
           move days-to-allocate to sick-pay-period-nil-days
           compute sick-pay-full-remaining =
               full-left-at-start - sick-pay-period-full-days
           compute sick-pay-half-remaining =
               half-left-at-start - sick-pay-period-half-days
           .
