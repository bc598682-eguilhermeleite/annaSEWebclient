      *walks the month's adjustment and issue movements - SHRK_MONTH
      *in the environment as yyyymm, the current month when unset -
      *classifies each one's reason through the reason-code master,
      *values the quantity at the product's weighted-average cost
      *(its last cost while no average has been established), with
      *the value at last cost carried alongside, and totals
      *quantity and both values by reason category and location
      *through an indexed work file, so what damage, theft, count
      *corrections, and expiry are actually costing is one report
      *instead of folklore.  till sales (reason "PS") are trade, not
               10  sw-location             pic x(04).
           05  sw-qty                      pic s9(08)     comp.
           05  sw-value                    pic s9(11)v99.
           05  sw-last-value               pic s9(11)v99.
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(90).
       01  ws-to-date                     pic 9(08).
       01  ws-category                    pic x(01).
       01  ws-last-category               pic x(01).
       01  ws-unit-cost                   pic 9(07)v99.
       01  ws-move-value                  pic s9(09)v99.
       01  ws-move-last-value             pic s9(09)v99.
       01  ws-category-qty                pic s9(08)     comp.
       01  ws-category-value              pic s9(11)v99.
       01  ws-category-last-value         pic s9(11)v99.
       01  ws-grand-qty                   pic s9(08)     comp.
       01  ws-grand-value                 pic s9(11)v99.
       01  ws-grand-last-value            pic s9(11)v99.
       01  ws-category-name               pic x(12).
       01  ws-heading-1.
           05  filler                     pic x(26)
           05  filler                     pic x(12)
               value "     qty".
           05  filler                     pic x(16)
               value "  value avg cost".
           05  filler                     pic x(16)
               value " value last cost".
       01  ws-detail-line.
           05  ws-d-location              pic x(04).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-qty                   pic -(08)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-value                 pic -(10)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-last-value            pic -(10)9,99.
       01  ws-category-total-line.
           05  filler                     pic x(15)
               value "category total ".
           05  ws-t-cat-qty               pic -(08)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-t-cat-value             pic -(10)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-t-cat-last-value        pic -(10)9,99.
       01  ws-grand-total-line.
           05  filler                     pic x(15)
               value "month total    ".
           05  ws-t-grand-qty             pic -(08)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-t-grand-value           pic -(10)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-t-grand-last-value      pic -(10)9,99.
       01  ws-none-line.
           05  filler                     pic x(33)
               value "no shrinkage movements in month".
       1000-initialize section.
           move zero to ws-grand-qty
           move zero to ws-grand-value
           move zero to ws-grand-last-value
           move zero to ws-category-qty
           move zero to ws-category-value
           move zero to ws-category-last-value
           move spaces to ws-last-category
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd

      *----------------------------------------------------------------
      *2100-roll-into-work - classifies the reason, values the
      *movement at the product's average cost and at its last cost
      *(zero when the product has left the file - the quantity still
      *prints), and rolls them into the category-and-location
      *bucket.
      *----------------------------------------------------------------
       2100-roll-into-work section.
           move sm-reason to rsn-code
           read product
               invalid key
                   move zero to prd-cost
                   move zero to prd-avg-cost
           end-read
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-unit-cost
           else
               move prd-cost     to ws-unit-cost
           end-if
           compute ws-move-value      = sm-qty * ws-unit-cost
           compute ws-move-last-value = sm-qty * prd-cost
           move ws-category  to sw-category
           move sm-location  to sw-location
           read shrink-work
               invalid key
                   move sm-qty        to sw-qty
                   move ws-move-value to sw-value
                   move ws-move-last-value to sw-last-value
                   write sw-record
               not invalid key
                   add sm-qty        to sw-qty
                   add ws-move-value to sw-value
                   add ws-move-last-value to sw-last-value
                   rewrite sw-record
           end-read
           .
           move sw-location to ws-d-location
           move sw-qty      to ws-d-qty
           move sw-value    to ws-d-value
           move sw-last-value to ws-d-last-value
           write rpt-line from ws-detail-line
           add sw-qty   to ws-category-qty
           add sw-value to ws-category-value
           add sw-last-value to ws-category-last-value
           add sw-qty   to ws-grand-qty
           add sw-value to ws-grand-value
           add sw-last-value to ws-grand-last-value
           perform 4100-read-next-work
           .
       4200-print-one-bucket-exit.
           if ws-last-category not = spaces
               move ws-category-qty   to ws-t-cat-qty
               move ws-category-value to ws-t-cat-value
               move ws-category-last-value to ws-t-cat-last-value
               write rpt-line from ws-category-total-line
           end-if
           move zero to ws-category-qty
           move zero to ws-category-value
           move zero to ws-category-last-value
           .
       4400-close-category-exit.
           exit.
           write rpt-line
           move ws-grand-qty   to ws-t-grand-qty
           move ws-grand-value to ws-t-grand-value
           move ws-grand-last-value to ws-t-grand-last-value
           write rpt-line from ws-grand-total-line
           close product
           close stock-movement
