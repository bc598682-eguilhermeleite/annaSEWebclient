      *the morning's low-stock report reflects what Saturday
      *actually sold.  each posted sale is also accumulated onto the
      *sales-history file, one record per product per day with the
      *units and their value at the price and ICMS rate in force, so
      *the sale survives the stock reroll and the slow-mover report
      *has something to read.  rows whose barcode matches no product,
      *and rows that would drive the store row below zero (including
      *a missing row, which is zero stock), go to the exception report
      *the same way the supplier feed import handles bad rows, and
      *nothing is posted for them.  the store location code comes
      *from POS_LOCATION in the environment ("STOR" when unset) and
      *must be an active location on the location master, or the
      *whole sales file is refused before anything is posted.
      *runs under run-control job POSIMPRT with a per-row checkpoint,
      *so a rerun after a failure does not post the same sales
      *twice.  the units sold use up the product's lots at the store
      *location first-expiry-first-out, so the lot file the expiry
      *warning report reads keeps pace with the tills.  a kit - a
      *product with components on the bill-of-materials file - holds
      *no stock of its own: its sale issues each component at the
      *store location instead, units per kit times kits sold, with
      *the sale itself recorded under the kit in sales history.  the
      *components are all checked before any is posted, so a kit
      *short of any one of them goes to the exception report whole.
      *================================================================
       identification division.
       program-id. posimprt.
           copy "prodstk.sl".
           copy "stkmove.sl".
           copy "saleshst.sl".
           copy "location.sl".
           copy "prodlot.sl".
           copy "kitbom.sl".
           copy "runctl.sl".
           select pos-sales assign to "possales"
               organization is line sequential
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "saleshst.fd".
           copy "location.fd".
           copy "prodlot.fd".
           copy "kitbom.fd".
           copy "runctl.fd".
       fd  pos-sales
           label record is standard.
       01  pst-file-status                 pic x(02).
       01  sm-file-status                  pic x(02).
       01  sh-file-status                  pic x(02).
       01  loc-file-status                 pic x(02).
       01  lt-file-status                  pic x(02).
       01  kb-file-status                  pic x(02).
       01  ps-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       copy "runctl.wrk".
           88  ws-more-locations           value "Y".
       01  ws-move-written-sw              pic x(01).
           88  ws-move-written             value "Y".
       01  ws-lot-more-sw                  pic x(01).
           88  ws-more-lots                value "Y".
       01  ws-kit-sw                       pic x(01).
           88  ws-kit-sale                 value "Y".
       01  ws-component-more-sw            pic x(01).
           88  ws-more-components          value "Y".
       01  ws-kit-short-sw                 pic x(01).
           88  ws-kit-short                value "Y".
       01  ws-kit-code                     pic x(14).
       01  ws-issue-qty                    pic s9(07)     comp.
       01  ws-lot-remaining                pic s9(07)     comp.
       01  ws-lot-take                     pic s9(07)     comp.
       01  ws-current-date                 pic 9(08).
       01  ws-current-time                 pic 9(08).
       01  ws-store-location               pic x(04).
       01  ws-move-seq                     pic 9(04).
       01  ws-stock-total                  pic s9(07)     comp.
       01  ws-sale-value                   pic 9(09)v99.
       01  ws-kit-reason.
           05  ws-k-text                   pic x(16).
           05  ws-k-component              pic x(14).
       01  ws-exception-line.
           05  ws-x-barcode                pic x(13).
           05  filler                      pic x(02)      value spaces.
               close sales-history
               open i-o sales-history
           end-if
      *    and so is the product-lot file, by the first receipt that
      *    carries a lot.
           open i-o product-lot
           if lt-file-status = "35"
               open output product-lot
               close product-lot
               open i-o product-lot
           end-if
      *    until the first location is keyed the location master does
      *    not exist; building an empty one keeps the location check
      *    failing closed instead of failing the open.
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
      *    until the first kit is loaded the bill-of-materials file
      *    does not exist; an empty one just means nothing is a kit.
           open input kit-bom
           if kb-file-status = "35"
               open output kit-bom
               close kit-bom
               open input kit-bom
           end-if
      *    a restart keeps the exceptions the failed run already
      *    wrote - they are the only record of the bad rows - and
      *    carries its posted and exception counts forward, so the
           else
               open output exception-out
           end-if
           perform 1200-check-store-location
           if not ws-eof
               perform 1100-read-sales
           end-if
           if not ws-eof and ws-rc-restarting
               perform 1300-skip-to-checkpoint
           end-if
       1100-read-sales-exit.
           exit.

      *----------------------------------------------------------------
      *1200-check-store-location - every row of the run comes off the
      *one store location, so it must be on the location master and
      *active before any sale is read, and may not be a transit
      *location - nothing is sold off a truck.  an unknown, inactive
      *or transit location rejects the entire sales file, not just a
      *row.
      *----------------------------------------------------------------
       1200-check-store-location section.
           move ws-store-location to loc-code
           read location-master
               invalid key
                   move "location not on master" to ws-x-reason
                   perform 1250-write-location-exception
                   set ws-eof to true
               not invalid key
                   if not loc-active
                       move "location is inactive" to ws-x-reason
                       perform 1250-write-location-exception
                       set ws-eof to true
                   else
                       if loc-type-transit
                           move "location is a transit location"
                               to ws-x-reason
                           perform 1250-write-location-exception
                           set ws-eof to true
                       end-if
                   end-if
           end-read
           .
       1200-check-store-location-exit.
           exit.

       1250-write-location-exception section.
           move ws-store-location to ws-x-barcode
           move zero              to ws-x-qty
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       1250-write-location-exception-exit.
           exit.

      *----------------------------------------------------------------
      *1300-skip-to-checkpoint - a restart after a failed run walks
      *past the rows the failed run already posted, so the same
                       to ws-x-reason
                   perform 2900-write-exception
               not invalid key
                   perform 2050-check-kit
                   if ws-kit-sale
                       perform 2700-post-kit-sale
                   else
                       perform 2100-post-sale
                   end-if
           end-read
           add 1 to ws-rc-checkpoint
           move ws-posted-count    to ws-rc-records-updated
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2050-check-kit - the product is a kit when the first record
      *at or after its code on the bill-of-materials file is one of
      *its own components.
      *----------------------------------------------------------------
       2050-check-kit section.
           move "N" to ws-kit-sw
           move prd-code   to kb-kit-code
           move low-values to kb-component-code
           start kit-bom key is not less than kb-key
               invalid key
                   go to 2050-check-kit-exit
           end-start
           read kit-bom next record
               at end
                   go to 2050-check-kit-exit
           end-read
           if kb-kit-code = prd-code
               set ws-kit-sale to true
           end-if
           .
       2050-check-kit-exit.
           exit.

      *----------------------------------------------------------------
      *2100-post-sale - takes the units sold off the store location's
      *row, journals the issue, and re-rolls the product total.  a
               perform 2900-write-exception
               go to 2100-post-sale-exit
           end-if
           move ps-qty-sold       to ws-issue-qty
           move prd-code          to pst-code
           move ws-store-location to pst-location
           read product-stock
                           to ws-x-reason
                       perform 2900-write-exception
                   else
                       subtract ws-issue-qty from pst-qty-on-hand
                       rewrite pst-record
                       perform 2200-write-movement
                       perform 2150-use-lots
                       perform 2400-reroll-product
                       perform 2600-post-sales-history
                       add 1 to ws-posted-count
       2100-post-sale-exit.
           exit.

      *----------------------------------------------------------------
      *2150-use-lots - takes the units issued off the product's lots at
      *the store location in key order, which is earliest expiry
      *first, deleting each lot as it is used up.  units beyond the
      *lots on file were received without a lot and come off
      *product-stock alone.
      *----------------------------------------------------------------
       2150-use-lots section.
           move ws-issue-qty      to ws-lot-remaining
           move prd-code          to lt-code
           move ws-store-location to lt-location
           move zero              to lt-expiry-date
           move low-values        to lt-lot-number
           start product-lot key is not less than lt-key
               invalid key
                   move "N" to ws-lot-more-sw
               not invalid key
                   move "Y" to ws-lot-more-sw
           end-start
           perform 2160-use-next-lot
               until not ws-more-lots or ws-lot-remaining = zero
           .
       2150-use-lots-exit.
           exit.

       2160-use-next-lot section.
           read product-lot next record
               at end
                   move "N" to ws-lot-more-sw
                   go to 2160-use-next-lot-exit
           end-read
           if lt-code not = prd-code
               or lt-location not = ws-store-location
               move "N" to ws-lot-more-sw
               go to 2160-use-next-lot-exit
           end-if
           if lt-qty-on-hand not > zero
               delete product-lot record
               go to 2160-use-next-lot-exit
           end-if
           if lt-qty-on-hand > ws-lot-remaining
               move ws-lot-remaining to ws-lot-take
           else
               move lt-qty-on-hand   to ws-lot-take
           end-if
           subtract ws-lot-take from ws-lot-remaining
           subtract ws-lot-take from lt-qty-on-hand
           if lt-qty-on-hand > zero
               rewrite lt-record
           else
               delete product-lot record
           end-if
           .
       2160-use-next-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2200-write-movement - journals the sale as an issue at the
      *store location.  the sequence number is bumped and the write
           move ws-current-time   to sm-time
           move "I"               to sm-type
           move ws-store-location to sm-location
           compute sm-qty = zero - ws-issue-qty
           move "PS"              to sm-reason
           move "POSIMPRT"        to sm-operator-id
           move "N" to ws-move-written-sw
      *2600-post-sales-history - rolls the posted sale into the
      *product's history record for today, valued at the price on
      *the product record right now - the price the till charged.
      *the first sale of a product on a given day writes the record,
      *stamped with the product's ICMS rate that day; later sales (and
      *a restarted run's unposted tail) accumulate onto it.
      *----------------------------------------------------------------
       2600-post-sales-history section.
           compute ws-sale-value = ps-qty-sold * prd-price
               invalid key
                   move ps-qty-sold   to sh-units
                   move ws-sale-value to sh-value
                   move prd-icms-rate to sh-icms-rate
                   write sh-record
               not invalid key
                   add ps-qty-sold   to sh-units
       2600-post-sales-history-exit.
           exit.

      *----------------------------------------------------------------
      *2700-post-kit-sale - a first pass over the kit's components
      *makes sure every one is on file with enough stock at the store
      *for the kits sold; only then does a second pass issue them,
      *each through the same movement, lot and reroll paragraphs a
      *plain sale uses.  the kit record is read back last for the
      *price and rate its sales history is recorded at.
      *----------------------------------------------------------------
       2700-post-kit-sale section.
           if ps-qty-sold = zero
               move "zero quantity on sales row"
                   to ws-x-reason
               perform 2900-write-exception
               go to 2700-post-kit-sale-exit
           end-if
           move prd-code to ws-kit-code
           move "N" to ws-kit-short-sw
           perform 2710-start-components
           perform 2720-check-next-component
               until not ws-more-components or ws-kit-short
           if ws-kit-short
               move ws-kit-reason to ws-x-reason
               perform 2900-write-exception
               go to 2700-post-kit-sale-exit
           end-if
           perform 2710-start-components
           perform 2740-post-next-component
               until not ws-more-components
           move ws-kit-code to prd-code
           read product
               invalid key
                   continue
           end-read
           perform 2600-post-sales-history
           add 1 to ws-posted-count
           .
       2700-post-kit-sale-exit.
           exit.

       2710-start-components section.
           move ws-kit-code to kb-kit-code
           move low-values  to kb-component-code
           start kit-bom key is not less than kb-key
               invalid key
                   move "N" to ws-component-more-sw
               not invalid key
                   move "Y" to ws-component-more-sw
           end-start
           .
       2710-start-components-exit.
           exit.

       2720-check-next-component section.
           read kit-bom next record
               at end
                   move "N" to ws-component-more-sw
                   go to 2720-check-next-component-exit
           end-read
           if kb-kit-code not = ws-kit-code
               move "N" to ws-component-more-sw
               go to 2720-check-next-component-exit
           end-if
           move kb-component-code to ws-k-component
           compute ws-issue-qty = ps-qty-sold * kb-qty-per-kit
           move kb-component-code to prd-code
           read product
               invalid key
                   move "component absent" to ws-k-text
                   set ws-kit-short to true
                   go to 2720-check-next-component-exit
           end-read
           move kb-component-code to pst-code
           move ws-store-location to pst-location
           read product-stock
               invalid key
                   move "component short " to ws-k-text
                   set ws-kit-short to true
               not invalid key
                   if pst-qty-on-hand < ws-issue-qty
                       move "component short " to ws-k-text
                       set ws-kit-short to true
                   end-if
           end-read
           .
       2720-check-next-component-exit.
           exit.

       2740-post-next-component section.
           read kit-bom next record
               at end
                   move "N" to ws-component-more-sw
                   go to 2740-post-next-component-exit
           end-read
           if kb-kit-code not = ws-kit-code
               move "N" to ws-component-more-sw
               go to 2740-post-next-component-exit
           end-if
           compute ws-issue-qty = ps-qty-sold * kb-qty-per-kit
           move kb-component-code to prd-code
           read product
               invalid key
                   go to 2740-post-next-component-exit
           end-read
           move prd-code          to pst-code
           move ws-store-location to pst-location
           read product-stock
               invalid key
                   go to 2740-post-next-component-exit
           end-read
           subtract ws-issue-qty from pst-qty-on-hand
           rewrite pst-record
           perform 2200-write-movement
           perform 2150-use-lots
           perform 2400-reroll-product
           .
       2740-post-next-component-exit.
           exit.

       2900-write-exception section.
           move ps-barcode  to ws-x-barcode
           move ps-qty-sold to ws-x-qty
           close product-stock
           close stock-movement
           close sales-history
           close location-master
           close product-lot
           close kit-bom
           close exception-out
           move ws-posted-count    to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
