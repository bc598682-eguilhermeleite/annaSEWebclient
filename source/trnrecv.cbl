      *================================================================
      *trnrecv.cbl
      *transfer-order receipt at the destination.  reads the receipt
      *file keyed in from the delivery notes as the goods arrive -
      *the note's from-location, to-location and dispatch date, the
      *line number, the product code and the quantity actually
      *received - and for each row finds the transfer-order line
      *still in transit.  the dispatched quantity comes off the
      *in-transit location's product-stock row; what arrived goes
      *onto the destination's row, journalled as a transfer (type
      *"T") at each, and the line is marked received.  a shortfall
      *is written off the in-transit row as an adjustment (type "A")
      *under reason code "TS", so it shows on the shrinkage report
      *as a loss in transit, re-rolls prd-qty-on-hand, and is listed
      *on the exception report - the missing units are never counted
      *at the destination.  a row naming no open line, a product
      *that does not match the line, or more units than were
      *dispatched goes to the exception report and nothing is
      *posted, so an over-delivery is checked before it is booked.
      *the in-transit location is TRN_TRANSIT in the environment,
      *"TRAN" when unset, the same as the dispatch, and must likewise
      *be an active transit ("T") location or nothing is received.
      *the units received come off the in-transit location's lots
      *first-expiry-first-out onto the same lots at the destination,
      *and a shortfall is written off the in-transit lots, so the
      *lot file follows the goods.  it then lists every line still
      *in transit, oldest first, with its days on the road.  runs
      *under run-control job TRNRECV with a per-row checkpoint, so a
      *rerun after a failure does not receive the same goods twice.
      *================================================================
       identification division.
       program-id. trnrecv.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "prodstk.sl".
           copy "stkmove.sl".
           copy "location.sl".
           copy "trnord.sl".
           copy "prodlot.sl".
           copy "runctl.sl".
           select receipt-entry assign to "trnrcv"
               organization is line sequential
               file status is tc-file-status.
           select exception-out assign to "trnrecv.rpt"
               organization is line sequential
               file status is exc-file-status.
           select report-out assign to "trnopen.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "location.fd".
           copy "trnord.fd".
           copy "prodlot.fd".
           copy "runctl.fd".
       fd  receipt-entry
           label record is standard.
       01  tc-record.
           05  tc-from-location            pic x(04).
           05  tc-to-location              pic x(04).
           05  tc-dispatch-date            pic 9(08).
           05  tc-line                     pic 9(04).
           05  tc-code                     pic x(14).
           05  tc-qty-received             pic 9(07).
           05  filler                      pic x(19).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(100).
       fd  report-out
           label record is standard.
       01  rpt-line                        pic x(100).
       working-storage section.
       01  prd-file-status                 pic x(02).
       01  pst-file-status                 pic x(02).
       01  sm-file-status                  pic x(02).
       01  loc-file-status                 pic x(02).
       01  tr-file-status                  pic x(02).
       01  lt-file-status                  pic x(02).
       01  tc-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  rpt-file-status                 pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-stock-more-sw                pic x(01).
           88  ws-more-locations           value "Y".
       01  ws-move-written-sw              pic x(01).
           88  ws-move-written             value "Y".
       01  ws-lot-more-sw                  pic x(01).
           88  ws-more-lots                value "Y".
       01  ws-lot-code                     pic x(14).
       01  ws-lot-from-location            pic x(04).
       01  ws-lot-to-location              pic x(04).
       01  ws-lot-remaining                pic s9(07)     comp.
       01  ws-lot-take                     pic s9(07)     comp.
       01  ws-lot-expiry-date              pic 9(08).
       01  ws-lot-number                   pic x(12).
       01  ws-lot-received-date            pic 9(08).
       01  ws-current-date                 pic 9(08).
       01  ws-current-time                 pic 9(08).
       01  ws-transit-location             pic x(04).
       01  ws-received-count               pic 9(07)      comp.
       01  ws-shortage-count               pic 9(07)      comp.
       01  ws-exception-count              pic 9(07)      comp.
       01  ws-skip-count                   pic 9(07)      comp.
       01  ws-open-count                   pic 9(07)      comp.
       01  ws-move-seq                     pic 9(04).
       01  ws-move-type                    pic x(01).
       01  ws-move-reason                  pic x(02).
       01  ws-move-location                pic x(04).
       01  ws-move-qty                     pic s9(07)     comp.
       01  ws-shortage-qty                 pic s9(07)     comp.
       01  ws-stock-total                  pic s9(07)     comp.
       01  ws-age-days                     pic s9(05)     comp.
       01  ws-exception-line.
           05  ws-x-from-location          pic x(04).
           05  filler                      pic x(01)      value "-".
           05  ws-x-to-location            pic x(04).
           05  filler                      pic x(01)      value "-".
           05  ws-x-dispatch-date          pic x(08).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-line                   pic z(03)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-x-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-qty                    pic z(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(40).
       01  ws-heading-1.
           05  filler                      pic x(30)
               value "transfers in transit as of".
           05  ws-h-date                   pic 9(08).
       01  ws-column-heading.
           05  filler                      pic x(06)      value "from".
           05  filler                      pic x(06)      value "to".
           05  filler                      pic x(10)
               value "dispatched".
           05  filler                      pic x(04)      value "line".
           05  filler                      pic x(04)      value spaces.
           05  filler                      pic x(16)      value "code".
           05  filler                      pic x(07)
               value "   sent".
           05  filler                      pic x(02)      value spaces.
           05  filler                      pic x(05)      value " days".
       01  ws-detail-line.
           05  ws-d-from-location          pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-to-location            pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-dispatch-date          pic 9(08).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-line                   pic z(03)9.
           05  filler                      pic x(04)      value spaces.
           05  ws-d-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-qty                    pic z(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-age                    pic z(04)9.
       01  ws-count-line.
           05  ws-t-label                  pic x(25).
           05  ws-t-count                  pic z(06)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 4000-list-in-transit
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-received-count
           move zero to ws-shortage-count
           move zero to ws-exception-count
           move zero to ws-skip-count
           move zero to ws-open-count
           move zero to ws-move-seq
           move "N" to ws-eof-sw
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           accept ws-transit-location from environment "TRN_TRANSIT"
           if ws-transit-location = spaces
               move "TRAN" to ws-transit-location
           end-if
           move "TRNRECV" to ws-rc-job-name
           perform 9500-runctl-start
           open input receipt-entry
           open i-o product
           open i-o product-stock
      *    the location master is created by its own first use;
      *    building an empty one here keeps the checks against it
      *    failing closed instead of failing the open.
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
      *    the movement journal and the transfer-order file are
      *    created by the first run that needs them, so an open
      *    failing with file status 35 (not on file) builds an empty
      *    one before reopening for update; an empty transfer-order
      *    file turns every receipt row into an exception.
           open i-o stock-movement
           if sm-file-status = "35"
               open output stock-movement
               close stock-movement
               open i-o stock-movement
           end-if
           open i-o transfer-order
           if tr-file-status = "35"
               open output transfer-order
               close transfer-order
               open i-o transfer-order
           end-if
      *    the product-lot file is created by the first receipt
      *    that carries a lot; an empty one built here just means
      *    there are no lots to move.
           open i-o product-lot
           if lt-file-status = "35"
               open output product-lot
               close product-lot
               open i-o product-lot
           end-if
      *    a restart keeps the exceptions the failed run already
      *    wrote - they are the only record of the bad rows and the
      *    shortages - and carries its counts forward, so the
      *    completed run reports the whole receipt file.
           if ws-rc-restarting
               open extend exception-out
               move ws-rc-records-updated to ws-received-count
               move ws-rc-exceptions      to ws-exception-count
           else
               open output exception-out
           end-if
           perform 1100-read-receipt
           if not ws-eof
               perform 1200-check-transit-location
           end-if
           if not ws-eof and ws-rc-restarting
               perform 1300-skip-to-checkpoint
           end-if
           .
       1000-initialize-exit.
           exit.

       1100-read-receipt section.
           read receipt-entry
               at end
                   move "Y" to ws-eof-sw
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-receipt-exit.
           exit.

      *----------------------------------------------------------------
      *1200-check-transit-location - every row of the file takes
      *stock out of the one in-transit location, so a code the
      *location master does not know as an active transit location
      *rejects the whole run, the same as on the dispatch: one
      *exception line naming it, and nothing received.
      *----------------------------------------------------------------
       1200-check-transit-location section.
           move spaces to ws-x-reason
           move ws-transit-location to loc-code
           read location-master
               invalid key
                   move "in-transit location not on master"
                       to ws-x-reason
           end-read
           if ws-x-reason = spaces
               if not loc-type-transit
                   move "in-transit location is not type T"
                       to ws-x-reason
               else
                   if not loc-active
                       move "in-transit location is inactive"
                           to ws-x-reason
                   end-if
               end-if
           end-if
           if ws-x-reason not = spaces
               move spaces              to tc-record
               move ws-transit-location to tc-to-location
               move zero                to tc-dispatch-date
               move zero                to tc-line
               move zero                to ws-x-qty
               perform 2900-write-exception
               add 1 to ws-exception-count
               set ws-eof to true
           end-if
           .
       1200-check-transit-location-exit.
           exit.

      *----------------------------------------------------------------
      *1300-skip-to-checkpoint - a restart after a failed run walks
      *past the rows the failed run already posted, so the same
      *goods are not received a second time.  the shortages among
      *them are counted again from their transfer-order lines on
      *the way past, so the run's shortage total covers the whole
      *receipt file.
      *----------------------------------------------------------------
       1300-skip-to-checkpoint section.
           perform 1310-skip-one-row
               until ws-skip-count = ws-rc-checkpoint-start
               or ws-eof
           .
       1300-skip-to-checkpoint-exit.
           exit.

       1310-skip-one-row section.
           add 1 to ws-skip-count
           perform 1320-recount-shortage
           perform 1100-read-receipt
           .
       1310-skip-one-row-exit.
           exit.

      *----------------------------------------------------------------
      *1320-recount-shortage - a skipped row was a shortage the
      *failed run posted when its line was received on the failed
      *run's date for exactly the row's quantity, short of what was
      *sent.
      *----------------------------------------------------------------
       1320-recount-shortage section.
           if tc-qty-received not numeric
               go to 1320-recount-shortage-exit
           end-if
           move tc-from-location to tr-from-location
           move tc-to-location   to tr-to-location
           move tc-dispatch-date to tr-dispatch-date
           move tc-line          to tr-line
           read transfer-order
               invalid key
                   go to 1320-recount-shortage-exit
           end-read
           if tr-received
               and tr-receive-date = ws-rc-prior-run-date
               and tr-qty-received = tc-qty-received
               and tr-qty-received < tr-qty-sent
               add 1 to ws-shortage-count
           end-if
           .
       1320-recount-shortage-exit.
           exit.

       2000-process section.
           move spaces to ws-x-reason
           perform 2100-edit-receipt
           if ws-x-reason = spaces
               perform 2200-post-receipt
           else
               move tc-qty-received to ws-x-qty
               perform 2900-write-exception
               add 1 to ws-exception-count
           end-if
           add 1 to ws-rc-checkpoint
           move ws-received-count  to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9550-runctl-checkpoint
           perform 1100-read-receipt
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-edit-receipt - every check a receipt row must pass before
      *anything is posted; the first one to fail names the row's
      *exception in ws-x-reason.  the transfer-order file is left
      *positioned on the line being received.
      *----------------------------------------------------------------
       2100-edit-receipt section.
           move tc-from-location to tr-from-location
           move tc-to-location   to tr-to-location
           move tc-dispatch-date to tr-dispatch-date
           move tc-line          to tr-line
           read transfer-order
               invalid key
                   move "no transfer line on that note" to ws-x-reason
                   go to 2100-edit-receipt-exit
           end-read
           if tr-received
               move "line already received" to ws-x-reason
               go to 2100-edit-receipt-exit
           end-if
           if tr-code not = tc-code
               move "product does not match the note line"
                   to ws-x-reason
               go to 2100-edit-receipt-exit
           end-if
           if tc-qty-received not numeric
               move "received quantity is not numeric"
                   to ws-x-reason
               go to 2100-edit-receipt-exit
           end-if
           if tc-qty-received > tr-qty-sent
               move "received more than dispatched" to ws-x-reason
               go to 2100-edit-receipt-exit
           end-if
           move tc-to-location to loc-code
           read location-master
               invalid key
                   move "to-location not on master" to ws-x-reason
                   go to 2100-edit-receipt-exit
           end-read
           if not loc-active
               move "to-location is inactive" to ws-x-reason
               go to 2100-edit-receipt-exit
           end-if
           move tc-code to prd-code
           read product
               invalid key
                   move "product not on file" to ws-x-reason
           end-read
           .
       2100-edit-receipt-exit.
           exit.

      *----------------------------------------------------------------
      *2200-post-receipt - moves what arrived from the in-transit row
      *to the destination row, writes any shortfall off the
      *in-transit row under reason "TS", and closes the line.
      *----------------------------------------------------------------
       2200-post-receipt section.
           compute ws-shortage-qty = tr-qty-sent - tc-qty-received
           move "T"  to ws-move-type
           move "TR" to ws-move-reason
           if tc-qty-received > zero
               move ws-transit-location to ws-move-location
               compute ws-move-qty = zero - tc-qty-received
               perform 2250-apply-movement
               move tc-to-location      to ws-move-location
               move tc-qty-received     to ws-move-qty
               perform 2250-apply-movement
               move tc-code             to ws-lot-code
               move ws-transit-location to ws-lot-from-location
               move tc-to-location      to ws-lot-to-location
               move tc-qty-received     to ws-lot-remaining
               perform 2260-move-lots
           end-if
           if ws-shortage-qty > zero
               move "A"  to ws-move-type
               move "TS" to ws-move-reason
               move ws-transit-location to ws-move-location
               compute ws-move-qty = zero - ws-shortage-qty
               perform 2250-apply-movement
               move tc-code             to ws-lot-code
               move ws-transit-location to ws-lot-from-location
               move spaces              to ws-lot-to-location
               move ws-shortage-qty     to ws-lot-remaining
               perform 2260-move-lots
               perform 2500-reroll-product
               move ws-shortage-qty to ws-x-qty
               move "short on receipt, written off as TS"
                   to ws-x-reason
               perform 2900-write-exception
               add 1 to ws-shortage-count
           end-if
           move tc-qty-received to tr-qty-received
           move ws-current-date to tr-receive-date
           set tr-received to true
           rewrite tr-record
           add 1 to ws-received-count
           .
       2200-post-receipt-exit.
           exit.

      *----------------------------------------------------------------
      *2250-apply-movement - applies ws-move-qty to the product-stock
      *row at ws-move-location, creating the row on the product's
      *first movement there, and journals it.
      *----------------------------------------------------------------
       2250-apply-movement section.
           move tc-code          to pst-code
           move ws-move-location to pst-location
           read product-stock
               invalid key
                   move ws-move-qty to pst-qty-on-hand
                   write pst-record
               not invalid key
                   add ws-move-qty to pst-qty-on-hand
                   rewrite pst-record
           end-read
           perform 2300-write-movement
           .
       2250-apply-movement-exit.
           exit.

      *----------------------------------------------------------------
      *2260-move-lots - takes units off the product's lots at the
      *in-transit location in key order, which is earliest expiry
      *first: the units received are carried to the same lots at the
      *destination, and a shortfall (no to-location) is simply used
      *up.  units beyond the lots on file travelled without a lot
      *and move on product-stock alone.
      *----------------------------------------------------------------
       2260-move-lots section.
           move "Y" to ws-lot-more-sw
           perform 2270-move-next-lot
               until not ws-more-lots or ws-lot-remaining = zero
           .
       2260-move-lots-exit.
           exit.

      *----------------------------------------------------------------
      *2270-move-next-lot - takes from the earliest-expiring lot
      *still at ws-lot-from-location.  the file is started afresh for
      *every lot, because carrying a lot on moves the file position
      *off the location being used up.
      *----------------------------------------------------------------
       2270-move-next-lot section.
           move ws-lot-code          to lt-code
           move ws-lot-from-location to lt-location
           move zero                 to lt-expiry-date
           move low-values           to lt-lot-number
           start product-lot key is not less than lt-key
               invalid key
                   move "N" to ws-lot-more-sw
                   go to 2270-move-next-lot-exit
           end-start
           read product-lot next record
               at end
                   move "N" to ws-lot-more-sw
                   go to 2270-move-next-lot-exit
           end-read
           if lt-code not = ws-lot-code
               or lt-location not = ws-lot-from-location
               move "N" to ws-lot-more-sw
               go to 2270-move-next-lot-exit
           end-if
           if lt-qty-on-hand not > zero
               delete product-lot record
               go to 2270-move-next-lot-exit
           end-if
           if lt-qty-on-hand > ws-lot-remaining
               move ws-lot-remaining to ws-lot-take
           else
               move lt-qty-on-hand   to ws-lot-take
           end-if
           subtract ws-lot-take from ws-lot-remaining
           subtract ws-lot-take from lt-qty-on-hand
           move lt-expiry-date   to ws-lot-expiry-date
           move lt-lot-number    to ws-lot-number
           move lt-received-date to ws-lot-received-date
           if lt-qty-on-hand > zero
               rewrite lt-record
           else
               delete product-lot record
           end-if
           if ws-lot-to-location not = spaces
               perform 2280-carry-lot
           end-if
           .
       2270-move-next-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2280-carry-lot - adds the units just taken to the same lot at
      *ws-lot-to-location, writing the lot there if it is the first
      *of it to arrive.
      *----------------------------------------------------------------
       2280-carry-lot section.
           move ws-lot-code         to lt-code
           move ws-lot-to-location  to lt-location
           move ws-lot-expiry-date  to lt-expiry-date
           move ws-lot-number       to lt-lot-number
           read product-lot
               invalid key
                   move ws-lot-take          to lt-qty-on-hand
                   move ws-lot-received-date to lt-received-date
                   write lt-record
               not invalid key
                   add ws-lot-take to lt-qty-on-hand
                   rewrite lt-record
           end-read
           .
       2280-carry-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2300-write-movement - journals one movement of the receipt.
      *the sequence number is bumped and the write retried when two
      *movements of one product land in the same second.
      *----------------------------------------------------------------
       2300-write-movement section.
           move tc-code            to sm-code
           move ws-current-date    to sm-date
           move ws-current-time    to sm-time
           move ws-move-type       to sm-type
           move ws-move-location   to sm-location
           move ws-move-qty        to sm-qty
           move ws-move-reason     to sm-reason
           move "TRNRECV"          to sm-operator-id
           move "N" to ws-move-written-sw
           perform 2400-write-movement-record until ws-move-written
           .
       2300-write-movement-exit.
           exit.

       2400-write-movement-record section.
           add 1 to ws-move-seq
           move ws-move-seq to sm-seq
           write sm-record
               invalid key
                   continue
               not invalid key
                   set ws-move-written to true
           end-write
      *    only a duplicate sequence number (22) is worth another
      *    try with the next number; any other failure will fail
      *    the same way forever, so give up and say so instead of
      *    looping.
           if sm-file-status not = "00" and sm-file-status not = "22"
               set ws-move-written to true
               display "stock movement write failed, status "
                   sm-file-status upon console
           end-if
           .
       2400-write-movement-record-exit.
           exit.

      *----------------------------------------------------------------
      *2500-reroll-product - a shortfall leaves the company, so the
      *rolled-up quantity across every location is recomputed for
      *the product the same way the stock tab and the count posting
      *do, keeping prd-qty-on-hand in step with the rows underneath
      *it.
      *----------------------------------------------------------------
       2500-reroll-product section.
           move zero to ws-stock-total
           move "N" to ws-stock-more-sw
           move tc-code    to pst-code
           move low-values to pst-location
           start product-stock key is not less than pst-key
               invalid key
                   move "N" to ws-stock-more-sw
               not invalid key
                   move "Y" to ws-stock-more-sw
           end-start
           perform 2600-sum-next-location until not ws-more-locations
           move ws-stock-total to prd-qty-on-hand
           rewrite prd-record
           .
       2500-reroll-product-exit.
           exit.

       2600-sum-next-location section.
           read product-stock next record
               at end
                   move "N" to ws-stock-more-sw
               not at end
                   if pst-code = tc-code
                       add pst-qty-on-hand to ws-stock-total
                   else
                       move "N" to ws-stock-more-sw
                   end-if
           end-read
           .
       2600-sum-next-location-exit.
           exit.

      *----------------------------------------------------------------
      *2900-write-exception - one line on the exception report, for
      *a rejected row or a shortage; the caller counts it as one or
      *the other.
      *----------------------------------------------------------------
       2900-write-exception section.
           move tc-from-location to ws-x-from-location
           move tc-to-location   to ws-x-to-location
           move tc-dispatch-date to ws-x-dispatch-date
           move tc-line          to ws-x-line
           move tc-code          to ws-x-code
           write exc-line from ws-exception-line
           .
       2900-write-exception-exit.
           exit.

      *----------------------------------------------------------------
      *4000-list-in-transit - walks the transfer-order file in key
      *order and lists every line still on the road, with the days
      *since it was dispatched, so a note nobody has keyed back is
      *chased instead of forgotten.
      *----------------------------------------------------------------
       4000-list-in-transit section.
           open output report-out
           move ws-current-date to ws-h-date
           write rpt-line from ws-heading-1
           move spaces to rpt-line
           write rpt-line
           write rpt-line from ws-column-heading
           move "N" to ws-eof-sw
           move low-values to tr-key
           start transfer-order key is not less than tr-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-order
           end-if
           perform 4200-list-one-order until ws-eof
           .
       4000-list-in-transit-exit.
           exit.

       4100-read-next-order section.
           read transfer-order next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-order-exit.
           exit.

       4200-list-one-order section.
           if tr-in-transit
               compute ws-age-days
                   = function integer-of-date(ws-current-date)
                   - function integer-of-date(tr-dispatch-date)
               move tr-from-location to ws-d-from-location
               move tr-to-location   to ws-d-to-location
               move tr-dispatch-date to ws-d-dispatch-date
               move tr-line          to ws-d-line
               move tr-code          to ws-d-code
               move tr-qty-sent      to ws-d-qty
               move ws-age-days      to ws-d-age
               write rpt-line from ws-detail-line
               add 1 to ws-open-count
           end-if
           perform 4100-read-next-order
           .
       4200-list-one-order-exit.
           exit.

       5000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move "lines still in transit   " to ws-t-label
           move ws-open-count to ws-t-count
           write rpt-line from ws-count-line
           move "lines received this run  " to ws-t-label
           move ws-received-count to ws-t-count
           write rpt-line from ws-count-line
           move "of which short           " to ws-t-label
           move ws-shortage-count to ws-t-count
           write rpt-line from ws-count-line
           move "receipt rows rejected    " to ws-t-label
           move ws-exception-count to ws-t-count
           write rpt-line from ws-count-line
           close receipt-entry
           close product
           close product-stock
           close location-master
           close stock-movement
           close transfer-order
           close product-lot
           close exception-out
           close report-out
           move ws-received-count  to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
