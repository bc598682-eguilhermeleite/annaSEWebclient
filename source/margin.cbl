      *run target comes from MARGIN_TARGET in the environment (whole
      *or decimal percent, e.g. 25 or 22,5); a supplier with a
      *non-zero target margin on the supplier master is held to its
      *own figure instead.  each line shows the last cost, the
      *weighted-average cost the goods receipts have built up next to
      *it, price, the computed margin (on last cost, the price the
      *next order will be bought at), and where the last cost came
      *from (the FEED/SCREEN stamp on the product record).
      *================================================================
       identification division.
       program-id. margin.
       01  ws-printed-supplier            pic x(06).
       01  ws-net-price                   pic 9(07)v99.
       01  ws-margin-pct                  pic s9(05)v99.
       01  ws-unit-avg-cost               pic 9(07)v99.
       01  ws-flagged-count               pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(24)
       01  ws-column-heading.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(12)
               value "  last cost".
           05  filler                     pic x(12)
               value "   avg cost".
           05  filler                     pic x(12)
               value "      price".
           05  filler                     pic x(10)
           05  filler                     pic x(02)      value spaces.
           05  ws-d-cost                  pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-avg-cost              pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-price                 pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-margin                pic -(03)9,99.
           end-if
           move prd-code        to ws-d-code
           move prd-cost        to ws-d-cost
      *    a product no receipt has averaged yet shows its last cost
      *    in both columns.
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-unit-avg-cost
           else
               move prd-cost     to ws-unit-avg-cost
           end-if
           move ws-unit-avg-cost to ws-d-avg-cost
           move prd-price       to ws-d-price
           move ws-margin-pct   to ws-d-margin
           move prd-cost-source to ws-d-source
