      *================================================================
      *trndisp.cbl
      *transfer-order dispatch.  reads the transfer file keyed in at
      *the sending warehouse - from-location, to-location, product
      *code, quantity - and for each row checks the product, both
      *locations against the location master, and the stock at the
      *from-location.  a good row comes off the from-location's
      *product-stock row and goes onto the in-transit location's row,
      *journalled as a transfer (type "T") at each, and is filed on
      *the transfer-order file in transit - so the units are neither
      *still counted at the source nor already counted at the
      *destination while the truck is on the road.  the in-transit
      *location is TRN_TRANSIT in the environment, "TRAN" when
      *unset, and must be on the location master as an active
      *transit ("T") location or nothing is dispatched.  bad rows go
      *to the exception report and nothing is posted for them.  a
      *second pass prints one delivery note per from-location,
      *to-location and dispatch date for every line not yet printed,
      *to travel with the goods; trnrecv confirms what arrived.  the
      *units dispatched come off the product's lots at the
      *from-location first-expiry-first-out and travel on the same
      *lots at the in-transit location, so the lot numbers and
      *expiry dates arrive with the goods.
      *runs under run-control job TRNDISP with a per-row checkpoint,
      *so a rerun after a failure does not move the same goods
      *twice; lines the failed run posted but never printed go out
      *on the rerun's notes, added to the notes it did print.
      *================================================================
       identification division.
       program-id. trndisp.
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
           select transfer-entry assign to "trnin"
               organization is line sequential
               file status is ti-file-status.
           select exception-out assign to "trndisp.rpt"
               organization is line sequential
               file status is exc-file-status.
           select note-print assign to "trnnote.rpt"
               organization is line sequential
               file status is np-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "location.fd".
           copy "trnord.fd".
           copy "prodlot.fd".
           copy "runctl.fd".
       fd  transfer-entry
           label record is standard.
       01  ti-record.
           05  ti-from-location            pic x(04).
           05  ti-to-location              pic x(04).
           05  ti-code                     pic x(14).
           05  ti-qty                      pic 9(07).
           05  filler                      pic x(31).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       fd  note-print
           label record is standard.
       01  np-line                         pic x(100).
       working-storage section.
       01  prd-file-status                 pic x(02).
       01  pst-file-status                 pic x(02).
       01  sm-file-status                  pic x(02).
       01  loc-file-status                 pic x(02).
       01  tr-file-status                  pic x(02).
       01  lt-file-status                  pic x(02).
       01  ti-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  np-file-status                  pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-move-written-sw              pic x(01).
           88  ws-move-written             value "Y".
       01  ws-order-written-sw             pic x(01).
           88  ws-order-written            value "Y".
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
       01  ws-posted-count                 pic 9(07)      comp.
       01  ws-exception-count              pic 9(07)      comp.
       01  ws-skip-count                   pic 9(07)      comp.
       01  ws-note-count                   pic 9(05)      comp.
       01  ws-move-seq                     pic 9(04).
       01  ws-order-line                   pic 9(04).
       01  ws-move-location                pic x(04).
       01  ws-move-qty                     pic s9(07)     comp.
       01  ws-note-qty                     pic s9(09)     comp.
       01  ws-last-note-key.
           05  ws-last-note-from           pic x(04).
           05  ws-last-note-to             pic x(04).
           05  ws-last-note-date           pic 9(08).
       01  ws-exception-line.
           05  ws-x-from-location          pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-to-location            pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-qty                    pic z(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(40).
       01  ws-note-heading-1.
           05  filler                      pic x(14)
               value "delivery note ".
           05  ws-h-note-from              pic x(04).
           05  filler                      pic x(01)      value "-".
           05  ws-h-note-to                pic x(04).
           05  filler                      pic x(01)      value "-".
           05  ws-h-note-date              pic 9(08).
       01  ws-note-heading-2.
           05  filler                      pic x(06)
               value "from  ".
           05  ws-h-from                   pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-h-from-name              pic x(30).
       01  ws-note-heading-3.
           05  filler                      pic x(06)
               value "to    ".
           05  ws-h-to                     pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-h-to-name                pic x(30).
       01  ws-note-column-heading.
           05  filler                      pic x(06)      value "line".
           05  filler                      pic x(16)      value "code".
           05  filler                      pic x(42)
               value "description".
           05  filler                      pic x(09)
               value "     sent".
           05  filler                      pic x(14)
               value "    received".
       01  ws-note-detail-line.
           05  ws-d-line                   pic z(03)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-description            pic x(40).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-qty                    pic z(06)9.
           05  filler                      pic x(04)      value spaces.
           05  filler                      pic x(10)
               value "__________".
       01  ws-note-total-line.
           05  filler                      pic x(25)
               value "units on note            ".
           05  ws-t-note-qty               pic z(08)9.
       01  ws-summary-line.
           05  filler                      pic x(25)
               value "delivery notes printed   ".
           05  ws-t-note-count             pic z(04)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 4000-print-delivery-notes
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-posted-count
           move zero to ws-exception-count
           move zero to ws-skip-count
           move zero to ws-note-count
           move zero to ws-move-seq
           move zero to ws-order-line
           move "N" to ws-eof-sw
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           accept ws-transit-location from environment "TRN_TRANSIT"
           if ws-transit-location = spaces
               move "TRAN" to ws-transit-location
           end-if
           move "TRNDISP" to ws-rc-job-name
           perform 9500-runctl-start
           open input transfer-entry
           open input product
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
      *    one before reopening for update.
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
      *    wrote - they are the only record of the bad rows - and
      *    carries its posted and exception counts forward, so the
      *    completed run reports the whole transfer file.
           if ws-rc-restarting
               open extend exception-out
               move ws-rc-records-updated to ws-posted-count
               move ws-rc-exceptions      to ws-exception-count
           else
               open output exception-out
           end-if
           perform 1100-read-transfer
           if not ws-eof
               perform 1200-check-transit-location
           end-if
           if not ws-eof and ws-rc-restarting
               perform 1300-skip-to-checkpoint
           end-if
           .
       1000-initialize-exit.
           exit.

       1100-read-transfer section.
           read transfer-entry
               at end
                   move "Y" to ws-eof-sw
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-transfer-exit.
           exit.

      *----------------------------------------------------------------
      *1200-check-transit-location - every row of the file moves
      *stock into the one in-transit location, so a code the
      *location master does not know as an active transit location
      *rejects the whole run: one exception line naming it, and
      *nothing dispatched.
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
               move spaces              to ti-record
               move ws-transit-location to ti-to-location
               perform 2900-write-exception
               set ws-eof to true
           end-if
           .
       1200-check-transit-location-exit.
           exit.

      *----------------------------------------------------------------
      *1300-skip-to-checkpoint - a restart after a failed run walks
      *past the rows the failed run already posted, so the same
      *goods are not dispatched a second time.
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
           perform 1100-read-transfer
           .
       1310-skip-one-row-exit.
           exit.

       2000-process section.
           move spaces to ws-x-reason
           perform 2100-edit-transfer
           if ws-x-reason = spaces
               perform 2200-post-transfer
           else
               perform 2900-write-exception
           end-if
           add 1 to ws-rc-checkpoint
           move ws-posted-count    to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9550-runctl-checkpoint
           perform 1100-read-transfer
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-edit-transfer - every check a transfer row must pass
      *before anything is posted; the first one to fail names the
      *row's exception in ws-x-reason.  neither end of a transfer may
      *itself be a transit location - goods only reach the
      *in-transit location through this dispatch.  product-stock is
      *left positioned on the from-location's row.
      *----------------------------------------------------------------
       2100-edit-transfer section.
           move ti-code to prd-code
           read product
               invalid key
                   move "product not on file" to ws-x-reason
                   go to 2100-edit-transfer-exit
           end-read
           if ti-qty = zero
               move "zero quantity on transfer row" to ws-x-reason
               go to 2100-edit-transfer-exit
           end-if
           move ti-from-location to loc-code
           read location-master
               invalid key
                   move "from-location not on master" to ws-x-reason
                   go to 2100-edit-transfer-exit
           end-read
           if not loc-active
               move "from-location is inactive" to ws-x-reason
               go to 2100-edit-transfer-exit
           end-if
           if loc-type-transit
               move "from-location is a transit location"
                   to ws-x-reason
               go to 2100-edit-transfer-exit
           end-if
           move ti-to-location to loc-code
           read location-master
               invalid key
                   move "to-location not on master" to ws-x-reason
                   go to 2100-edit-transfer-exit
           end-read
           if not loc-active
               move "to-location is inactive" to ws-x-reason
               go to 2100-edit-transfer-exit
           end-if
           if loc-type-transit
               move "to-location is a transit location"
                   to ws-x-reason
               go to 2100-edit-transfer-exit
           end-if
           if ti-to-location = ti-from-location
               move "to-location must differ from from-location"
                   to ws-x-reason
               go to 2100-edit-transfer-exit
           end-if
           move ti-code          to pst-code
           move ti-from-location to pst-location
           read product-stock
               invalid key
                   move "no stock row at from-location"
                       to ws-x-reason
                   go to 2100-edit-transfer-exit
           end-read
           if pst-qty-on-hand < ti-qty
               move "transfer drives stock below zero"
                   to ws-x-reason
           end-if
           .
       2100-edit-transfer-exit.
           exit.

      *----------------------------------------------------------------
      *2200-post-transfer - takes the units off the from-location's
      *row and puts them on the in-transit location's row, creating
      *that row on the product's first dispatch, journals both
      *halves, and files the transfer-order line.  the product's
      *rolled-up total does not move - stock on the road is still
      *the company's - so there is nothing to re-roll.
      *----------------------------------------------------------------
       2200-post-transfer section.
           subtract ti-qty from pst-qty-on-hand
           rewrite pst-record
           move ti-from-location to ws-move-location
           compute ws-move-qty = zero - ti-qty
           perform 2300-write-movement
           move ti-code             to ws-lot-code
           move ti-from-location    to ws-lot-from-location
           move ws-transit-location to ws-lot-to-location
           move ti-qty              to ws-lot-remaining
           perform 2250-move-lots
           move ti-code             to pst-code
           move ws-transit-location to pst-location
           read product-stock
               invalid key
                   move ti-qty to pst-qty-on-hand
                   write pst-record
               not invalid key
                   add ti-qty to pst-qty-on-hand
                   rewrite pst-record
           end-read
           move ws-transit-location to ws-move-location
           move ti-qty              to ws-move-qty
           perform 2300-write-movement
           perform 2700-write-order
           add 1 to ws-posted-count
           .
       2200-post-transfer-exit.
           exit.

      *----------------------------------------------------------------
      *2250-move-lots - takes the units dispatched off the product's
      *lots at the from-location in key order, which is earliest
      *expiry first, and carries them to the same lots at the
      *in-transit location.  units beyond the lots on file were
      *received without a lot and move on product-stock alone.
      *----------------------------------------------------------------
       2250-move-lots section.
           move "Y" to ws-lot-more-sw
           perform 2260-move-next-lot
               until not ws-more-lots or ws-lot-remaining = zero
           .
       2250-move-lots-exit.
           exit.

      *----------------------------------------------------------------
      *2260-move-next-lot - takes from the earliest-expiring lot
      *still at ws-lot-from-location.  the file is started afresh for
      *every lot, because carrying a lot on moves the file position
      *off the location being used up.
      *----------------------------------------------------------------
       2260-move-next-lot section.
           move ws-lot-code          to lt-code
           move ws-lot-from-location to lt-location
           move zero                 to lt-expiry-date
           move low-values           to lt-lot-number
           start product-lot key is not less than lt-key
               invalid key
                   move "N" to ws-lot-more-sw
                   go to 2260-move-next-lot-exit
           end-start
           read product-lot next record
               at end
                   move "N" to ws-lot-more-sw
                   go to 2260-move-next-lot-exit
           end-read
           if lt-code not = ws-lot-code
               or lt-location not = ws-lot-from-location
               move "N" to ws-lot-more-sw
               go to 2260-move-next-lot-exit
           end-if
           if lt-qty-on-hand not > zero
               delete product-lot record
               go to 2260-move-next-lot-exit
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
               perform 2270-carry-lot
           end-if
           .
       2260-move-next-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2270-carry-lot - adds the units just taken to the same lot at
      *ws-lot-to-location, writing the lot there if it is the first
      *of it to arrive.
      *----------------------------------------------------------------
       2270-carry-lot section.
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
       2270-carry-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2300-write-movement - journals one half of the transfer at
      *ws-move-location.  the sequence number is bumped and the write
      *retried when two movements of one product land in the same
      *second.
      *----------------------------------------------------------------
       2300-write-movement section.
           move ti-code            to sm-code
           move ws-current-date    to sm-date
           move ws-current-time    to sm-time
           move "T"                to sm-type
           move ws-move-location   to sm-location
           move ws-move-qty        to sm-qty
           move "TR"               to sm-reason
           move "TRNDISP"          to sm-operator-id
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
      *2700-write-order - files the transfer-order line in transit.
      *the line number is bumped and the write retried when the
      *same two locations already have a line under that number
      *today, from an earlier run or an earlier row of this one.
      *----------------------------------------------------------------
       2700-write-order section.
           move ti-from-location to tr-from-location
           move ti-to-location   to tr-to-location
           move ws-current-date  to tr-dispatch-date
           move ti-code          to tr-code
           move ti-qty           to tr-qty-sent
           move zero             to tr-qty-received
           set tr-in-transit to true
           move "N"              to tr-note-printed-sw
           move zero             to tr-receive-date
           move "N" to ws-order-written-sw
           perform 2800-write-order-record until ws-order-written
           .
       2700-write-order-exit.
           exit.

       2800-write-order-record section.
           add 1 to ws-order-line
           move ws-order-line to tr-line
           write tr-record
               invalid key
                   continue
               not invalid key
                   set ws-order-written to true
           end-write
           if tr-file-status not = "00" and tr-file-status not = "22"
               set ws-order-written to true
               display "transfer order write failed, status "
                   tr-file-status upon console
           end-if
           .
       2800-write-order-record-exit.
           exit.

       2900-write-exception section.
           move ti-from-location to ws-x-from-location
           move ti-to-location   to ws-x-to-location
           move ti-code          to ws-x-code
           move ti-qty           to ws-x-qty
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

      *----------------------------------------------------------------
      *4000-print-delivery-notes - walks the transfer-order file in
      *its from-plus-to-plus-date key order and prints every line in
      *transit not yet on a note, one delivery note per pair of
      *locations and dispatch date, marking each line printed as it
      *goes.  the received column is left ruled for the destination
      *to fill in and key back.
      *----------------------------------------------------------------
       4000-print-delivery-notes section.
      *    a restart adds to the notes the failed run already printed
      *    - their lines are marked printed and will not come round
      *    again - instead of starting the file afresh.
           if ws-rc-restarting
               open extend note-print
               if np-file-status = "35"
                   open output note-print
               end-if
           else
               open output note-print
           end-if
           move spaces to ws-last-note-from
           move spaces to ws-last-note-to
           move zero   to ws-last-note-date
           move zero   to ws-note-qty
           move "N" to ws-eof-sw
           move low-values to tr-key
           start transfer-order key is not less than tr-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-order
           end-if
           perform 4200-print-note-line until ws-eof
           perform 4400-close-note
           move spaces to np-line
           write np-line
           move ws-note-count to ws-t-note-count
           write np-line from ws-summary-line
           close note-print
           .
       4000-print-delivery-notes-exit.
           exit.

       4100-read-next-order section.
           read transfer-order next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-order-exit.
           exit.

       4200-print-note-line section.
           if not tr-in-transit or tr-note-printed
               go to 4200-print-note-line-next
           end-if
           if tr-from-location not = ws-last-note-from
               or tr-to-location not = ws-last-note-to
               or tr-dispatch-date not = ws-last-note-date
               perform 4400-close-note
               perform 4500-open-note
           end-if
           move tr-code to prd-code
           read product
               invalid key
                   move spaces to prd-description
           end-read
           move tr-line         to ws-d-line
           move tr-code         to ws-d-code
           move prd-description to ws-d-description
           move tr-qty-sent     to ws-d-qty
           write np-line from ws-note-detail-line
           add tr-qty-sent to ws-note-qty
           set tr-note-printed to true
           rewrite tr-record
           .
       4200-print-note-line-next.
           perform 4100-read-next-order
           .
       4200-print-note-line-exit.
           exit.

      *----------------------------------------------------------------
      *4400-close-note - foots the note just finished, if any lines
      *were printed on one.
      *----------------------------------------------------------------
       4400-close-note section.
           if ws-last-note-from not = spaces
               move spaces to np-line
               write np-line
               move ws-note-qty to ws-t-note-qty
               write np-line from ws-note-total-line
           end-if
           move zero to ws-note-qty
           .
       4400-close-note-exit.
           exit.

      *----------------------------------------------------------------
      *4500-open-note - heads the next note with its reference -
      *from-location, to-location and dispatch date - and both
      *locations' names off the location master.
      *----------------------------------------------------------------
       4500-open-note section.
           move tr-from-location to ws-last-note-from
           move tr-to-location   to ws-last-note-to
           move tr-dispatch-date to ws-last-note-date
           move spaces to np-line
           write np-line
           move tr-from-location to ws-h-note-from
           move tr-to-location   to ws-h-note-to
           move tr-dispatch-date to ws-h-note-date
           write np-line from ws-note-heading-1
           move tr-from-location to loc-code
           read location-master
               invalid key
                   move spaces to loc-name
           end-read
           move tr-from-location to ws-h-from
           move loc-name         to ws-h-from-name
           write np-line from ws-note-heading-2
           move tr-to-location to loc-code
           read location-master
               invalid key
                   move spaces to loc-name
           end-read
           move tr-to-location   to ws-h-to
           move loc-name         to ws-h-to-name
           write np-line from ws-note-heading-3
           write np-line from ws-note-column-heading
           add 1 to ws-note-count
           .
       4500-open-note-exit.
           exit.

       5000-terminate section.
           close transfer-entry
           close product
           close product-stock
           close location-master
           close stock-movement
           close transfer-order
           close product-lot
           close exception-out
           move ws-posted-count    to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
