      *sheet for one location only - other locations' sheet lines
      *are left untouched, so counts keyed there survive.  leave it
      *unset for a full stocktake, which replaces the whole sheet;
      *run that only after the previous count has been posted.  a
      *CNT_LOCATION that is not an active location on the location
      *master, or that is the in-transit location, stops the run
      *before any sheet line is cleared.  goods in transit are on no
      *shelf to count, so a full stocktake leaves the transit rows
      *off the sheet.  each location's section is headed with its
      *name from the master.
      *================================================================
       identification division.
       program-id. cntgen.
           copy "product.sl".
           copy "prodstk.sl".
           copy "cntsheet.sl".
           copy "location.sl".
           select sheet-print assign to "cntsheet.rpt"
               organization is line sequential
               file status is shp-file-status.
           copy "product.fd".
           copy "prodstk.fd".
           copy "cntsheet.fd".
           copy "location.fd".
       fd  sheet-print
           label record is standard.
       01  shp-line                       pic x(80).
       01  prd-file-status                pic x(02).
       01  pst-file-status                pic x(02).
       01  cs-file-status                 pic x(02).
       01  loc-file-status                pic x(02).
       01  shp-file-status                pic x(02).
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
           05  filler                     pic x(09)
               value "location ".
           05  ws-h-location              pic x(04).
           05  filler                     pic x(02)      value spaces.
           05  ws-h-location-name         pic x(30).
       01  ws-column-heading.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(42)
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           accept ws-location-wanted from environment "CNT_LOCATION"
      *    until the first location is keyed the location master does
      *    not exist; building an empty one keeps the location check
      *    failing closed instead of failing the open.
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
           if ws-location-wanted not = spaces
               perform 1050-check-location-wanted
           end-if
           open input product-stock
           open input product
           perform 1200-open-count-sheet
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *1050-check-location-wanted - a one-location run clears that
      *location's sheet lines before freezing, so a mistyped or
      *retired CNT_LOCATION must stop the run here, before anything
      *on the count sheet is touched.  the in-transit location is
      *refused as well, since its stock moves only by transfer order.
      *----------------------------------------------------------------
       1050-check-location-wanted section.
           move ws-location-wanted to loc-code
           read location-master
               invalid key
                   display "count location " ws-location-wanted
                       " is not on the location master" upon console
                   close location-master
                   stop run
           end-read
           if not loc-active
               display "count location " ws-location-wanted
                   " is not active" upon console
               close location-master
               stop run
           end-if
           if loc-type-transit
               display "count location " ws-location-wanted
                   " is the in-transit location" upon console
               close location-master
               stop run
           end-if
           .
       1050-check-location-wanted-exit.
           exit.

       1100-read-next-stock section.
           read product-stock next record
               at end
       1310-clear-one-sheet-line-exit.
           exit.

      *----------------------------------------------------------------
      *2000-freeze - freezes the rows for the location wanted, or
      *every row on a full stocktake, except the in-transit rows.
      *----------------------------------------------------------------
       2000-freeze section.
           if ws-location-wanted = spaces
               or pst-location = ws-location-wanted
               move pst-location to loc-code
               read location-master
                   invalid key
                       move space to loc-type
               end-read
               if not loc-type-transit
                   perform 2100-freeze-sheet-line
               end-if
           end-if
           perform 1100-read-next-stock
           .
               move spaces to shp-line
               write shp-line
               move cs-location to ws-h-location
               move cs-location to loc-code
               read location-master
                   invalid key
                       move spaces to loc-name
               end-read
               move loc-name    to ws-h-location-name
               write shp-line from ws-location-heading
               write shp-line from ws-column-heading
           end-if
           close product-stock
           close product
           close count-sheet
           close location-master
           close sheet-print
           .
       5000-terminate-exit.
