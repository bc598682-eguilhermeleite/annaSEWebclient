      *product code, quantity received - matches each row against the
      *confirmed purchase-order line, posts the receipt to the
      *product-stock row at the receiving location, journals it on
      *the stock-movement file as a receipt with reason "GR",
      *recalculates the product's moving weighted-average cost from
      *the units received at the order line's po-last-cost, re-rolls
      *prd-qty-on-hand, and closes the order line to status "R" with
      *the received quantity and date stamped on it - so which of last
      *week's orders actually arrived is a file answer, not a walk
      *difference; rows matching no order line, lines not confirmed,
      *and lines already received go to the exception report and
      *nothing is posted for them.  the receiving location comes from
      *GRCV_LOCATION in the environment ("MAIN" when unset) and must
      *be an active location on the location master, or the whole
      *delivery file is refused before anything is posted.  runs
      *under run-control job GRCVPOST with a per-row checkpoint, so a
      *rerun after a failure does not post the same delivery twice.
      *a delivery row may also carry the lot number and expiry date
      *printed on the goods; the received units are then added to
      *that lot at the receiving location on the product-lot file,
      *which the issues use up first-expiry-first-out and the expiry
      *warning report reads.  a row with a lot number but no valid
      *expiry date is refused, since a lot nobody can date cannot be
      *used in expiry order.  a row with neither posts as before.
      *================================================================
       identification division.
       program-id. grcvpost.
           copy "prodstk.sl".
           copy "stkmove.sl".
           copy "purchord.sl".
           copy "location.sl".
           copy "prodlot.sl".
           copy "runctl.sl".
           select delivery-entry assign to "grcvin"
               organization is line sequential
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "purchord.fd".
           copy "location.fd".
           copy "prodlot.fd".
           copy "runctl.fd".
       fd  delivery-entry
           label record is standard.
           05  de-supplier-code            pic x(06).
           05  de-code                     pic x(14).
           05  de-qty-received             pic 9(07).
           05  de-lot-number               pic x(12).
           05  de-expiry-date              pic 9(08).
           05  de-expiry-date-x redefines de-expiry-date
                                           pic x(08).
           05  filler                      pic x(13).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       01  pst-file-status                 pic x(02).
       01  sm-file-status                  pic x(02).
       01  po-file-status                  pic x(02).
       01  loc-file-status                 pic x(02).
       01  lt-file-status                  pic x(02).
       01  de-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       copy "runctl.wrk".
       01  ws-skip-count                   pic 9(07)      comp.
       01  ws-move-seq                     pic 9(04).
       01  ws-stock-total                  pic s9(07)     comp.
       01  ws-old-avg-cost                 pic 9(07)v99.
       01  ws-lot-sw                       pic x(01).
           88  ws-lot-received             value "Y".
       01  ws-check-date                   pic 9(08).
       01  ws-check-date-r redefines ws-check-date.
           05  ws-check-yyyy               pic 9(04).
           05  ws-check-mm                 pic 9(02).
           05  ws-check-dd                 pic 9(02).
       01  ws-check-month-days             pic 9(02).
       01  ws-check-quotient               pic 9(04)      comp.
       01  ws-check-remainder              pic 9(04)      comp.
       01  ws-date-ok-sw                   pic x(01).
           88  ws-date-ok                  value "Y".
       01  ws-exception-line.
           05  ws-x-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           open i-o product
           open i-o product-stock
           open i-o purchase-order
      *    until the first location is keyed the location master does
      *    not exist; building an empty one keeps the location check
      *    failing closed instead of failing the open.
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
      *    the movement journal and the product-lot file are created
      *    by the first run after they ship, so an open failing with
      *    file status 35 (not on file) builds an empty one before
      *    reopening for update.
           open i-o stock-movement
           if sm-file-status = "35"
               open output stock-movement
               close stock-movement
               open i-o stock-movement
           end-if
           open i-o product-lot
           if lt-file-status = "35"
               open output product-lot
               close product-lot
               open i-o product-lot
           end-if
      *    a restart keeps the exceptions the failed run already
      *    wrote - they are the only record of the bad rows - and
      *    carries its posted and exception counts forward, so the
           else
               open output exception-out
           end-if
           perform 1200-check-receive-location
           if not ws-eof
               perform 1100-read-delivery
           end-if
           if not ws-eof and ws-rc-restarting
               perform 1300-skip-to-checkpoint
           end-if
       1100-read-delivery-exit.
           exit.

      *----------------------------------------------------------------
      *1200-check-receive-location - every row of the run posts to
      *the one receiving location, so it must be on the location
      *master and active before any delivery is read, and may not be
      *a transit location - stock only reaches one of those through a
      *transfer-order dispatch.  an unknown, inactive or transit
      *location rejects the entire delivery file, not just a row.
      *----------------------------------------------------------------
       1200-check-receive-location section.
           move ws-receive-location to loc-code
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
       1200-check-receive-location-exit.
           exit.

       1250-write-location-exception section.
           move spaces              to ws-x-supplier
           move ws-receive-location to ws-x-code
           move zero                to ws-x-qty
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       1250-write-location-exception-exit.
           exit.

      *----------------------------------------------------------------
      *1300-skip-to-checkpoint - a restart after a failed run walks
      *past the rows the failed run already posted, so the same
               perform 2900-write-exception
               go to 2100-post-receipt-exit
           end-if
           perform 2120-edit-lot
           if ws-x-reason not = spaces
               perform 2900-write-exception
               go to 2100-post-receipt-exit
           end-if
           move de-code to prd-code
           read product
               invalid key
                   perform 2900-write-exception
                   go to 2100-post-receipt-exit
           end-read
           perform 2150-average-cost
           move de-code            to pst-code
           move ws-receive-location to pst-location
           read product-stock
                   rewrite pst-record
           end-read
           perform 2200-write-movement
           if ws-lot-received
               perform 2170-post-lot
           end-if
           perform 2400-reroll-product
           perform 2600-close-po-line
           add 1 to ws-posted-count
       2100-post-receipt-exit.
           exit.

      *----------------------------------------------------------------
      *2120-edit-lot - a row is lot-tracked when it carries a lot
      *number or an expiry date.  the expiry must then be a real date
      *as yyyymmdd; the lot number may be blank for goods marked with
      *a best-before date only.  ws-x-reason is left blank when the
      *row is good.
      *----------------------------------------------------------------
       2120-edit-lot section.
           move spaces to ws-x-reason
           move "N" to ws-lot-sw
           if de-lot-number = spaces
               and (de-expiry-date-x = spaces
                    or de-expiry-date-x = zero)
               go to 2120-edit-lot-exit
           end-if
           if de-expiry-date not numeric
               move "lot has no valid expiry date" to ws-x-reason
               go to 2120-edit-lot-exit
           end-if
           move de-expiry-date to ws-check-date
           perform 2130-check-date
           if not ws-date-ok
               move "lot has no valid expiry date" to ws-x-reason
               go to 2120-edit-lot-exit
           end-if
           set ws-lot-received to true
           .
       2120-edit-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2130-check-date - sets ws-date-ok when ws-check-date, already
      *known to be numeric, is a real calendar date as yyyymmdd, so
      *the expiry report can count the days left to it.
      *----------------------------------------------------------------
       2130-check-date section.
           move "N" to ws-date-ok-sw
           if ws-check-date < 19000101
               or ws-check-mm < 1 or ws-check-mm > 12
               or ws-check-dd < 1
               go to 2130-check-date-exit
           end-if
           evaluate true
               when ws-check-mm = 4 or ws-check-mm = 6
                   or ws-check-mm = 9 or ws-check-mm = 11
                   move 30 to ws-check-month-days
               when ws-check-mm = 2
                   perform 2140-february-days
               when other
                   move 31 to ws-check-month-days
           end-evaluate
           if ws-check-dd > ws-check-month-days
               go to 2130-check-date-exit
           end-if
           set ws-date-ok to true
           .
       2130-check-date-exit.
           exit.

      *----------------------------------------------------------------
      *2140-february-days - a year divisible by 4 is a leap year,
      *except a century year, which is one only when divisible by
      *400.
      *----------------------------------------------------------------
       2140-february-days section.
           move 28 to ws-check-month-days
           divide ws-check-yyyy by 4 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               go to 2140-february-days-exit
           end-if
           move 29 to ws-check-month-days
           divide ws-check-yyyy by 100 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               go to 2140-february-days-exit
           end-if
           divide ws-check-yyyy by 400 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               move 28 to ws-check-month-days
           end-if
           .
       2140-february-days-exit.
           exit.

      *----------------------------------------------------------------
      *2150-average-cost - folds the units received, at the cost on
      *the order line, into the product's moving weighted-average
      *cost.  the units already on hand are taken from the rolled-up
      *prd-qty-on-hand before this receipt is added to it.  a product
      *with no average yet (keyed before the average was carried)
      *starts from its last cost; with nothing on hand, or stock
      *already negative, the old average has nothing left to weigh
      *and the receipt's cost becomes the average outright.  the
      *new average goes out with the rewrite in 2400-reroll-product.
      *----------------------------------------------------------------
       2150-average-cost section.
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-old-avg-cost
           else
               move prd-cost     to ws-old-avg-cost
           end-if
           if prd-qty-on-hand > zero
               compute prd-avg-cost rounded
                   = (prd-qty-on-hand * ws-old-avg-cost
                      + de-qty-received * po-last-cost)
                   / (prd-qty-on-hand + de-qty-received)
           else
               move po-last-cost to prd-avg-cost
           end-if
           .
       2150-average-cost-exit.
           exit.

      *----------------------------------------------------------------
      *2170-post-lot - adds the received units to the lot at the
      *receiving location, writing the lot on its first receipt.
      *----------------------------------------------------------------
       2170-post-lot section.
           move de-code             to lt-code
           move ws-receive-location to lt-location
           move de-expiry-date      to lt-expiry-date
           move de-lot-number       to lt-lot-number
           read product-lot
               invalid key
                   move de-qty-received to lt-qty-on-hand
                   move ws-current-date to lt-received-date
                   write lt-record
               not invalid key
                   add de-qty-received  to lt-qty-on-hand
                   rewrite lt-record
           end-read
           .
       2170-post-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2200-write-movement - journals the receipt at the receiving
      *location.  the sequence number is bumped and the write retried
           close product-stock
           close stock-movement
           close purchase-order
           close location-master
           close product-lot
           close exception-out
           move ws-posted-count    to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
