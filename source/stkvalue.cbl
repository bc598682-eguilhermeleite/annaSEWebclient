      *way round - location plus product - the same way the label
      *extract deduplicates through its work file; the report pass
      *then walks the work file in location order, values each
      *quantity on hand at the product's weighted-average cost (its
      *last cost while no average has been established yet), and
      *prints per-location subtotals and a company total the
      *accountant can tie back to the files instead of rebuilding in
      *a spreadsheet.  each line shows the last cost next to the
      *average, and the foot repeats the company total at last cost
      *so the difference between the two is visible.
      *discontinued items and negative quantities are flagged on
      *their detail lines and totalled separately at the foot, since
      *both are questions for the warehouse, not clean stock value.
      *each location section is headed with the location's name from
      *the location master; stock sitting at a code the master does
      *not know is still valued, under a heading that says so.
      *stock at a transit ("T") location is goods dispatched on a
      *transfer order and not yet received; it is valued under its
      *own location like any other, and repeated at the foot as the
      *in-transit part of the company total.
      *================================================================
       identification division.
       program-id. stkvalue.
       file-control.
           copy "product.sl".
           copy "prodstk.sl".
           copy "location.sl".
           copy "runctl.sl".
           select value-work assign to "stkvwork"
               organization is indexed
       file section.
           copy "product.fd".
           copy "prodstk.fd".
           copy "location.fd".
           copy "runctl.fd".
       fd  value-work
           label record is standard.
           05  vw-qty-on-hand              pic s9(07)     comp.
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(120).
       working-storage section.
       01  prd-file-status                pic x(02).
       01  pst-file-status                pic x(02).
       01  loc-file-status                pic x(02).
       01  vw-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-transit-sw                  pic x(01).
           88  ws-transit-location        value "Y".
       01  ws-today                       pic 9(08).
       01  ws-last-location               pic x(04).
       01  ws-unit-cost                   pic 9(07)v99.
       01  ws-line-value                  pic s9(09)v99.
       01  ws-line-last-value             pic s9(09)v99.
       01  ws-location-value              pic s9(11)v99.
       01  ws-company-value               pic s9(13)v99.
       01  ws-company-last-value          pic s9(13)v99.
       01  ws-discontinued-value          pic s9(11)v99.
       01  ws-negative-value              pic s9(11)v99.
       01  ws-transit-value               pic s9(11)v99.
       01  ws-row-count                   pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(30)
           05  filler                     pic x(09)
               value "location ".
           05  ws-h-location              pic x(04).
           05  filler                     pic x(02)      value spaces.
           05  ws-h-location-name         pic x(30).
       01  ws-column-heading.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(40)
               value "description".
           05  filler                     pic x(07)
               value "    qty".
           05  filler                     pic x(12)
               value "   last cost".
           05  filler                     pic x(12)
               value "    avg cost".
           05  filler                     pic x(14)
               value "         value".
       01  ws-detail-line.
           05  ws-d-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-cost                  pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-avg-cost              pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-value                 pic -(08)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-note                  pic x(12).
           05  filler                     pic x(15)
               value "location total ".
           05  ws-t-location              pic x(04).
           05  filler                     pic x(68)      value spaces.
           05  ws-t-location-value        pic -(10)9,99.
       01  ws-company-total-line.
           05  filler                     pic x(25)
               value "company total            ".
           05  ws-t-company-value         pic -(12)9,99.
       01  ws-company-last-total-line.
           05  filler                     pic x(25)
               value "company total, last cost".
           05  ws-t-company-last-value    pic -(12)9,99.
       01  ws-discontinued-total-line.
           05  filler                     pic x(25)
               value "of which discontinued    ".
           05  filler                     pic x(25)
               value "of which negative qty    ".
           05  ws-t-negative              pic -(10)9,99.
       01  ws-transit-total-line.
           05  filler                     pic x(25)
               value "of which in transit      ".
           05  ws-t-transit               pic -(10)9,99.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
       1000-initialize section.
           move zero to ws-location-value
           move zero to ws-company-value
           move zero to ws-company-last-value
           move zero to ws-discontinued-value
           move zero to ws-negative-value
           move zero to ws-transit-value
           move "N" to ws-transit-sw
           move zero to ws-row-count
           move spaces to ws-last-location
           move "N" to ws-eof-sw
           perform 9500-runctl-start
           open input product
           open input product-stock
      *    an empty location master is built on the first run after
      *    it ships, so every heading reads "not on location master"
      *    rather than the open failing.
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
           open output value-work
           open output report-out
           move ws-today to ws-h-date
      *longer on the product file (archived underneath its stock, an
      *orphan the reconciliation should chase) is printed at zero
      *cost and flagged rather than silently dropped - the units are
      *in the valuation either way.  the row is valued at the
      *average cost, falling back to the last cost for a product
      *whose average has not been established by a receipt yet.
      *----------------------------------------------------------------
       4200-value-one-row section.
           if vw-location not = ws-last-location
               invalid key
                   move spaces to prd-description
                   move zero   to prd-cost
                   move zero   to prd-avg-cost
                   move "A"    to prd-status
                   move "no product" to ws-d-note
           end-read
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-unit-cost
           else
               move prd-cost     to ws-unit-cost
           end-if
           compute ws-line-value      = vw-qty-on-hand * ws-unit-cost
           compute ws-line-last-value = vw-qty-on-hand * prd-cost
           if prd-discontinued
               move "discontinued" to ws-d-note
               add ws-line-value to ws-discontinued-value
               move "negative qty" to ws-d-note
               add ws-line-value to ws-negative-value
           end-if
           if ws-transit-location
               add ws-line-value to ws-transit-value
           end-if
           move vw-code          to ws-d-code
           move prd-description  to ws-d-description
           move vw-qty-on-hand   to ws-d-qty
           move prd-cost         to ws-d-cost
           move ws-unit-cost     to ws-d-avg-cost
           move ws-line-value    to ws-d-value
           write rpt-line from ws-detail-line
           add ws-line-value to ws-location-value
           add ws-line-value to ws-company-value
           add ws-line-last-value to ws-company-last-value
           add 1 to ws-row-count
           perform 4100-read-next-work
           .
           move spaces to rpt-line
           write rpt-line
           move vw-location to ws-h-location
           move vw-location to loc-code
           move "N" to ws-transit-sw
           read location-master
               invalid key
                   move "not on location master" to loc-name
               not invalid key
                   if loc-type-transit
                       set ws-transit-location to true
                   end-if
           end-read
           move loc-name    to ws-h-location-name
           write rpt-line from ws-location-heading
           write rpt-line from ws-column-heading
           .
           write rpt-line
           move ws-company-value to ws-t-company-value
           write rpt-line from ws-company-total-line
           move ws-company-last-value to ws-t-company-last-value
           write rpt-line from ws-company-last-total-line
           move ws-discontinued-value to ws-t-discontinued
           write rpt-line from ws-discontinued-total-line
           move ws-negative-value to ws-t-negative
           write rpt-line from ws-negative-total-line
           move ws-transit-value to ws-t-transit
           write rpt-line from ws-transit-total-line
           close product
           close product-stock
           close location-master
           close value-work
           close report-out
           move ws-row-count to ws-rc-records-updated
