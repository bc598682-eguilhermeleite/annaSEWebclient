      *batch entry of counted quantities against the frozen count
      *sheet.  reads the fixed-width entry file keyed in from the
      *paper sheets - location, product code, counted quantity - and
      *marks the matching sheet line counted; rows whose location is
      *not an active location on the location master or is the
      *in-transit location, rows with no matching sheet line, or
      *hitting a line already posted, are written to an exception
      *file instead of being silently dropped, the same way the
      *supplier feed import handles bad rows.
      *================================================================
       identification division.
       program-id. cntentry.
       input-output section.
       file-control.
           copy "cntsheet.sl".
           copy "location.sl".
           select count-entry assign to "cntentry"
               organization is line sequential
               file status is ce-file-status.
       data division.
       file section.
           copy "cntsheet.fd".
           copy "location.fd".
       fd  count-entry
           label record is standard.
       01  ce-record.
       01  exc-line                        pic x(80).
       working-storage section.
       01  cs-file-status                  pic x(02).
       01  loc-file-status                 pic x(02).
       01  ce-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  ws-eof-sw                       pic x(01).
           accept ws-today from date yyyymmdd
           open input count-entry
           open i-o count-sheet
      *    until the first location is keyed the location master does
      *    not exist; building an empty one keeps the location check
      *    failing closed instead of failing the open.
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
           open output exception-out
           perform 1100-read-entry
           .
           exit.

       2000-process section.
           move ce-location to loc-code
           read location-master
               invalid key
                   move "location not on master" to ws-x-reason
                   perform 2100-write-exception
                   go to 2000-process-next
           end-read
           if not loc-active
               move "location is inactive" to ws-x-reason
               perform 2100-write-exception
               go to 2000-process-next
           end-if
           if loc-type-transit
               move "location is in transit" to ws-x-reason
               perform 2100-write-exception
               go to 2000-process-next
           end-if
           move ce-location to cs-location
           move ce-code     to cs-code
           read count-sheet
               not invalid key
                   perform 2200-apply-entry
           end-read
           .
       2000-process-next.
           perform 1100-read-entry
           .
       2000-process-exit.
       3000-terminate section.
           close count-entry
           close count-sheet
           close location-master
           close exception-out
           .
       3000-terminate-exit.
