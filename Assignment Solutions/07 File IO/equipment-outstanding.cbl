       input-output section.
           select asset-register
               assign "asset-register.dat"
               organization indexed
               access dynamic
               record key asset-tag
               alternate record key asset-issued-to with duplicates
               file status asset-file-status.

       file section.
       FD  asset-register.
       copy asset-record.

      *    Lists the equipment still held by one employee, so that it
      *    can be recovered when they leave.
       working-storage section.
       01  formatted-asset-value       pic ZZ,ZZ9.99.
       01  formatted-total-value       pic Z,ZZZ,ZZ9.99.
       01  asset-read-status           pic 9 value 0.
           88  end-of-assets           value 1 false 0.
       01  asset-file-status.
           05  asset-status-key-1      pic X.
           05  asset-status-key-2      pic X.

       linkage section.
       copy equipment-request.

       procedure division using by reference equipment-request.
           move zero to equipment-items-outstanding
           move zero to equipment-value-outstanding
           open input asset-register
           if asset-status-key-1 = "0"
               set end-of-assets to false
               move equipment-employee-number to asset-issued-to
               start asset-register key is equal to asset-issued-to
                   invalid key
                       set end-of-assets to true
               end-start
               perform until end-of-assets
                   read asset-register next record
                       at end
                           set end-of-assets to true
                       not at end
                           if asset-issued-to
                                   not = equipment-employee-number
                               set end-of-assets to true
                           else
                               if asset-issued
                                   perform list-outstanding-asset
                               end-if
                           end-if
                   end-read
               end-perform
               close asset-register
           end-if
           if equipment-items-outstanding > zero
               move equipment-value-outstanding
                   to formatted-total-value
               display "** Employee " equipment-employee-number
                       " has " equipment-items-outstanding
                       " items of equipment not returned, value "
                       formatted-total-value " - recover before "
                       "the final pay. **"
           end-if
           goback
           .

       list-outstanding-asset section.
           add 1 to equipment-items-outstanding
           add asset-value to equipment-value-outstanding
           move asset-value to formatted-asset-value
           display "   " asset-tag " " asset-type " "
                   asset-description " issued " asset-issue-date
                   " value " formatted-asset-value
           .
