       input-output section.
           select ring-records assign "ring-records.dat"
               organization indexed
               access random
               record key ring-number
               file status ring-file-status.
           select ring-recaptures assign "ring-recaptures.dat"
               organization sequential
               file status recapture-file-status.

       file section.
       FD  ring-records.
       01  ring-record.
           05  ring-number             pic X(10).
           05  ring-scientific-name    pic X(24).
           05  ring-date               pic 9(8).
           05  ring-site-code          pic X(4).
           05  ring-age-code           pic X.
           05  ring-sex-code           pic X.
           05  ring-observer-code      pic X(2).
           05  ring-biometrics.
               10  ring-length         pic 9(3).
               10  ring-wingspan       pic 9(3).
               10  ring-weight         pic 9(3).

       FD  ring-recaptures.
       01  ring-recapture-record.
           05  recapture-ring-number   pic X(10).
           05  recapture-date          pic 9(8).
           05  recapture-site-code     pic X(4).
           05  recapture-observer-code pic X(2).
           05  recapture-control-flag  pic X.
               88  foreign-control     value "F".
           05  recapture-biometrics.
               10  recapture-length    pic 9(3).
               10  recapture-wingspan  pic 9(3).
               10  recapture-weight    pic 9(3).

       working-storage section.
       01  recaptures-read             pic 9(5) value 0.
       01  changes-reported            pic 9(5) value 0.
       01  birds-gained                pic 9(5) value 0.
       01  birds-lost                  pic 9(5) value 0.
       01  birds-unchanged             pic 9(5) value 0.
       01  recaptures-unweighed        pic 9(5) value 0.
       01  foreign-controls-skipped    pic 9(5) value 0.
       01  weight-change               pic S9(3).
       01  weight-change-percent       pic S9(4)V9(1).
       01  days-since-ringing          pic S9(6).
       01  formatted-change            pic -ZZ9.
       01  formatted-percent           pic -ZZZ9.9.
       01  formatted-days              pic -ZZZZZ9.
       01  recapture-read-status       pic 9 value 0.
           88  end-of-recaptures       value 1 false 0.
       01  ring-file-status.
           05  ring-status-key-1       pic X.
           05  ring-status-key-2       pic X.
       01  recapture-file-status.
           05  recapture-status-key-1  pic X.
           05  recapture-status-key-2  pic X.

       procedure division.
           open input ring-records
           if ring-status-key-1 not = "0"
               display "No ring records on file - nothing to report."
               goback
           end-if
           open input ring-recaptures
           if recapture-status-key-1 not = "0"
               display "No recaptures on file - nothing to report."
               close ring-records
               goback
           end-if

           display "===== Weight Change Since Ringing ====="
           display "Ring       Species                  Ringed   "
                   " Wt Recaught  Wt Change      %   Days"
           perform until end-of-recaptures
               read ring-recaptures
                   at end
                       set end-of-recaptures to true
                   not at end
                       add 1 to recaptures-read
                       perform report-one-recapture
               end-read
           end-perform
           close ring-recaptures
           close ring-records

           display changes-reported " weight changes reported: "
                   birds-gained " gained, " birds-lost " lost, "
                   birds-unchanged " unchanged."
           if recaptures-unweighed > zero
               display recaptures-unweighed " recaptures left out - "
                       "no weight at ringing or at recapture."
           end-if
           if foreign-controls-skipped > zero
               display foreign-controls-skipped " foreign controls "
                       "left out - not ringed by this group."
           end-if
           goback
           .

      *    Each recapture is compared with the weight taken when the
      *    bird was first ringed.
       report-one-recapture section.
           if foreign-control
               add 1 to foreign-controls-skipped
           else
               move recapture-ring-number to ring-number
               read ring-records
                   invalid key
                       add 1 to foreign-controls-skipped
                   not invalid key
                       if ring-weight = zero
                               or recapture-weight = zero
                           add 1 to recaptures-unweighed
                       else
                           perform display-weight-change
                       end-if
               end-read
           end-if
           .

       display-weight-change section.
           compute weight-change = recapture-weight - ring-weight
           compute weight-change-percent rounded =
               weight-change * 100 / ring-weight
           compute days-since-ringing =
               function integer-of-date(recapture-date)
               - function integer-of-date(ring-date)
           evaluate true
               when weight-change > zero
                   add 1 to birds-gained
               when weight-change < zero
                   add 1 to birds-lost
               when other
                   add 1 to birds-unchanged
           end-evaluate
           add 1 to changes-reported
           move weight-change to formatted-change
           move weight-change-percent to formatted-percent
           move days-since-ringing to formatted-days
           display ring-number " " ring-scientific-name " "
                   ring-date " " ring-weight " "
                   recapture-date " " recapture-weight " "
                   formatted-change " " formatted-percent " "
                   formatted-days
           .
